           05  NOME-CG16               PIC X(40)     VALUE SPACES.
           05  ATIVA-CG16              PIC 9         VALUE 1.
      *    ATIVA 1-ATIVA  0-DESATIVADA (FICA FORA DAS CONSOLIDACOES)
      *    TREINO 1 = EMPRESA DE TREINAMENTO CRIADA PELO LOG030 COMO
      *    COPIA MASCARADA DA EMPRESA ORIGEM-CG16 EM DATA-COPIA-CG16;
      *    FICA DESATIVADA E SO ELA PODE SER SOBRESCRITA PELO LOG030.
           05  TREINO-CG16             PIC 9         VALUE ZEROS.
           05  ORIGEM-CG16             PIC XXX       VALUE SPACES.
           05  DATA-COPIA-CG16         PIC 9(8)      VALUE ZEROS.
       01  PATH-CGD016                 PIC X(30).
