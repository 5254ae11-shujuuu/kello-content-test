      * CONTROLE DA PUBLICACAO NOTURNA PARA O SITE (LBP148). REGISTRO
      * UNICO (CHAVE CONSTANTE "1"), MESMO DESENHO DO LBD043. GUARDA
      * A DATA DA EXECUCAO, A FASE EM QUE ELA ESTA E O ULTIMO
      * CONTRATO JA PUBLICADO, PARA QUE UMA EXECUCAO INTERROMPIDA
      * SEJA RETOMADA NA PROXIMA CHAMADA DA ESTEIRA SOBRE O MESMO
      * ARQUIVO DE SAIDA (MESMA IDEIA DO CHECKPOINT CPD041).
      * FASE: 0-CONCLUIDA  1-ACUMULANDO LBD102/LBD220
      *       2-PUBLICANDO CONTRATOS.
       FD  LBD060.
       01  REG-LBD060.
           05  CHAVE-L60               PIC X(1)      VALUE "1".
           05  DATA-EXECUCAO-L60       PIC 9(8)      VALUE ZEROS.
           05  FASE-L60                PIC 9         VALUE ZEROS.
           05  ULT-CONTRATO-L60        PIC 9(8)      VALUE ZEROS.
           05  QTDE-PUBLICADOS-L60     PIC 9(6)      VALUE ZEROS.
           05  ARQUIVO-L60             PIC X(60)     VALUE SPACES.
       01  PATH-LBD060                 PIC X(30).
