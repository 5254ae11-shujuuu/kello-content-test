      * RETIRADAS DE NEGATIVOS DO ARQUIVO (LBD073), COMO O VID121 PARA
      * AS FITAS. CHAVE = CONTRATO + TIPO DE FILME + SEQUENCIA DA
      * RETIRADA; DATA-DEVOLUCAO = ZEROS ENQUANTO O NEGATIVO ESTIVER
      * FORA DA CAIXA. RETIRADO-POR E O FUNCIONARIO (CGD001).
       FD  LBD074.
       01  REG-LBD074.
           05  CHAVE-L74.
               10  CONTRATO-L74        PIC 9(8).
               10  TIPO-FILME-L74      PIC 9(2).
               10  SEQ-L74             PIC 9(4).
           05  RETIRADO-POR-L74        PIC 9(6)      VALUE ZEROS.
           05  DATA-RETIRADA-L74       PIC 9(8)      VALUE ZEROS.
           05  HORA-RETIRADA-L74       PIC 9(4)      VALUE ZEROS.
           05  MOTIVO-L74              PIC X(30)     VALUE SPACES.
           05  DATA-DEVOLUCAO-L74      PIC 9(8)      VALUE ZEROS.
           05  DIGITADOR-L74           PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD074                 PIC X(30).
