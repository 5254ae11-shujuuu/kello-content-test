      * MOVIMENTO DE ROLOS DE FILME ENTREGUES A FOTOGRAFO (CGD001)
      * PARA UM EVENTO DA AGENDA (VID023), LANCADO PELO LBP156. A
      * SAIDA DEBITA O SALDO DO ITEM FILME EM LBD035 E SOMA EM
      * EM-CAMPO-L35; DEVOLUCAO DE ROLO VIRGEM CREDITA O SALDO. O
      * SALDO EM ABERTO DO FOTOGRAFO POR CONTRATO E TIPO DE FILME E
      * SAIDA - DEVOLUCAO - AVALIADOS (LBD102) - COBRANCA - BAIXA;
      * O QUE SOBRA E COBRADO DO FOTOGRAFO OU BAIXADO (TIPO 3/4).
      * TIPO-MOV: 1-SAIDA  2-DEVOLUCAO  3-COBRANCA  4-BAIXA
       FD  LBD072.
       01  REG-LBD072.
           05  CHAVE-L72.
               10  MOVIMENTO-L72       PIC 9(6).
           05  TIPO-MOV-L72            PIC 9         VALUE ZEROS.
           05  DATA-L72                PIC 9(8)      VALUE ZEROS.
           05  FOTOGRAFO-L72           PIC 9(6)      VALUE ZEROS.
           05  DATA-EVENTO-L72         PIC 9(8)      VALUE ZEROS.
           05  SEQ-EVENTO-L72          PIC 9(3)      VALUE ZEROS.
           05  CONTRATO-L72            PIC 9(8)      VALUE ZEROS.
           05  TIPO-FILME-L72          PIC 9(2)      VALUE ZEROS.
           05  QTDE-L72                PIC 9(4)      VALUE ZEROS.
           05  VALOR-L72               PIC 9(6)V99   VALUE ZEROS.
           05  OBS-L72                 PIC X(40)     VALUE SPACES.
           05  DIGITADOR-L72           PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD072                 PIC X(30).
