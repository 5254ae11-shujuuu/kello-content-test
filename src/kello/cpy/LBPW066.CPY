      * CONTROLE DA EXPORTACAO DOS EVENTOS VARIAVEIS DA FOLHA
      * (LBP153), UM REGISTRO POR COMPETENCIA. SITUACAO 0 = SO
      * CONFERIDA; 1 = EXPORTADA (NOVA EXPORTACAO RECUSADA); 2 =
      * REABERTA PELO SUPERVISOR (LBD067) COM MOTIVO - A PROXIMA
      * EXPORTACAO GERA NOVA VERSAO DO ARQUIVO. A EXPORTACAO EXIGE
      * A CONFERENCIA IMPRESSA DEPOIS DA ULTIMA REABERTURA E COM O
      * MESMO TOTAL DE CONTROLE (SOMA DE QUANTIDADES E VALORES).
       FD  LBD066.
       01  REG-LBD066.
           05  COMPETENCIA-L66         PIC 9(6).
           05  SITUACAO-L66            PIC 9         VALUE ZEROS.
           05  VERSAO-L66              PIC 9(2)      VALUE ZEROS.
           05  ARQUIVO-L66             PIC X(20)     VALUE SPACES.
           05  QT-LINHAS-L66           PIC 9(6)      VALUE ZEROS.
           05  DATA-CONFERENCIA-L66    PIC 9(8)      VALUE ZEROS.
           05  HORA-CONFERENCIA-L66    PIC 9(6)      VALUE ZEROS.
           05  USUARIO-CONFERENCIA-L66 PIC 9(6)      VALUE ZEROS.
           05  TOTAL-CONFERIDO-L66     PIC 9(9)V99   VALUE ZEROS.
           05  DATA-EXPORTACAO-L66     PIC 9(8)      VALUE ZEROS.
           05  HORA-EXPORTACAO-L66     PIC 9(6)      VALUE ZEROS.
           05  USUARIO-EXPORTACAO-L66  PIC 9(6)      VALUE ZEROS.
           05  DATA-REABERTURA-L66     PIC 9(8)      VALUE ZEROS.
           05  HORA-REABERTURA-L66     PIC 9(6)      VALUE ZEROS.
           05  USUARIO-REABERTURA-L66  PIC 9(6)      VALUE ZEROS.
           05  MOTIVO-REABERTURA-L66   PIC X(60)     VALUE SPACES.
       01  PATH-LBD066                 PIC X(30).
