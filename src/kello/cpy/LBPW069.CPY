      * COLETAS DE RESIDUO QUIMICO PELA EMPRESA LICENCIADA (LBP154):
      * COLETOR (CGD001), NUMERO DO MANIFESTO DE TRANSPORTE (MTR),
      * QUANTIDADE E PROCESSADORA DE ORIGEM (ZERO = MISTURADO). O
      * CERTIFICADO DE DESTINACAO (CDF) E INFORMADO DEPOIS; COLETA
      * SEM CERTIFICADO HA MAIS DE DIAS-CERTIFICADO-L70 DIAS GERA
      * ALERTA NO LOG021 PELO LBP125.
       FD  LBD069.
       01  REG-LBD069.
           05  CHAVE-L69.
               10  DATA-COLETA-L69     PIC 9(8).
               10  SEQ-L69             PIC 9(3).
           05  COLETOR-L69             PIC 9(6)      VALUE ZEROS.
           05  MANIFESTO-L69           PIC X(20)     VALUE SPACES.
           05  PROCESSADORA-L69        PIC 9(2)      VALUE ZEROS.
           05  QTDE-L69                PIC 9(7)V99   VALUE ZEROS.
           05  CERTIFICADO-L69         PIC X(20)     VALUE SPACES.
           05  DATA-CERTIFICADO-L69    PIC 9(8)      VALUE ZEROS.
           05  OBSERVACAO-L69          PIC X(40)     VALUE SPACES.
           05  DIGITADOR-L69           PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD069                 PIC X(30).
