      * ENTRADA DE FILMES EXPOSTOS NO LABORATORIO (CADEIA DE CUSTODIA
      * EVENTO -> LABORATORIO), LANCADA PELO BALCAO NO LBP143. UM
      * LANCAMENTO POR ENVELOPE RECEBIDO, CONFERIDO CONTRA O EVENTO DA
      * AGENDA (VID023: DATA + SEQUENCIA). CHAVE DATA DO RECEBIMENTO +
      * SEQUENCIA, COMO O LBD101/LBD102; CHAVE ALTERNADA PELO CONTRATO
      * PARA A CONSULTA "ONDE ESTAO OS MEUS FILMES".
      * RECEBIDO-POR = USUARIO DO BALCAO QUE CONFERIU O ENVELOPE.
       FD  LBD049.
       01  REG-LBD049.
           05  CHAVE-L49.
               10  DATA-RECEB-L49      PIC 9(8).
               10  SEQ-L49             PIC 9(3).
           05  HORA-RECEB-L49          PIC 9(4)      VALUE ZEROS.
           05  CONTRATO-L49            PIC 9(8)      VALUE ZEROS.
           05  EVENTO-L49.
               10  DATA-EVENTO-L49     PIC 9(8)      VALUE ZEROS.
               10  SEQ-EVENTO-L49      PIC 9(3)      VALUE ZEROS.
           05  FOTOGRAFO-L49           PIC 9(6)      VALUE ZEROS.
           05  QT-ROLOS-L49            PIC 9(3)      VALUE ZEROS.
           05  TIPO-FILME-L49          PIC 9(2)      VALUE ZEROS.
           05  RECEBIDO-POR-L49        PIC 9(6)      VALUE ZEROS.
           05  OBS-L49                 PIC X(30)     VALUE SPACES.
       01  PATH-LBD049                 PIC X(30).
