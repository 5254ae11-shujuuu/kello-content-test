      * HISTORICO DOS FECHAMENTOS E REABERTURAS DE CADA COMPETENCIA
      * (CPD060), GRAVADO PELO CPP071. TIPO: 1-FECHAMENTO  2-REABERTURA.
      * NO FECHAMENTO, ARQUIVO E O DIARIO GERADO E QT-LINHAS AS LINHAS
      * DELE; NA REABERTURA, MOTIVO E O INFORMADO PELO SUPERVISOR.
       FD  CPD061.
       01  REG-CPD061.
           05  CHAVE-CP61.
               10  COMPETENCIA-CP61    PIC 9(6).
               10  SEQ-CP61            PIC 9(3).
           05  TIPO-CP61               PIC 9         VALUE ZEROS.
           05  DATA-CP61               PIC 9(8)      VALUE ZEROS.
           05  HORA-CP61               PIC 9(6)      VALUE ZEROS.
           05  USUARIO-CP61            PIC 9(6)      VALUE ZEROS.
           05  MOTIVO-CP61             PIC X(60)     VALUE SPACES.
           05  ARQUIVO-CP61            PIC X(20)     VALUE SPACES.
           05  QT-LINHAS-CP61          PIC 9(6)      VALUE ZEROS.
       01  PATH-CPD061                 PIC X(30).
