      * AREA DE CHAMADA DO SUBPROGRAMA LBP152 (PRECO EM VIGOR DO
      * CATALOGO): O CHAMADOR INFORMA O PRODUTO E A DATA E RECEBE O
      * CADASTRO DO PRODUTO (LBD062) E O PRECO EM VIGOR NA DATA
      * (LBD063), COM O INICIO DA VIGENCIA DELE.
      * RESULTADO: 0-PRODUTO FORA DO CATALOGO
      *            1-PRECO ENCONTRADO
      *            2-PRODUTO SEM PRECO EM VIGOR NA DATA.
       01  LBP152-PARAMETROS.
           05  LBP152-PRODUTO          PIC 9(3)      VALUE ZEROS.
           05  LBP152-DATA             PIC 9(8)      VALUE ZEROS.
           05  LBP152-RESULTADO        PIC 9         VALUE ZEROS.
           05  LBP152-TIPO             PIC 9         VALUE ZEROS.
           05  LBP152-DESCRICAO        PIC X(30)     VALUE SPACES.
           05  LBP152-SITUACAO         PIC 9         VALUE ZEROS.
           05  LBP152-VALOR            PIC 9(6)V99   VALUE ZEROS.
           05  LBP152-INICIO           PIC 9(8)      VALUE ZEROS.
