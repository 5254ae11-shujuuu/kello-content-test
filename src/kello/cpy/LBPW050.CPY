      * TABELA DE PRECOS DAS COPIAS EXTRAS VENDIDAS APOS A ENTREGA
      * (DVD ADICIONAL, FOTO AVULSA), MANTIDA E USADA PELO LBP144 NO
      * PEDIDO DE COPIA EXTRA (LBD051). CHAVE = CODIGO DO PRODUTO.
      * TIPO    : 1-VIDEO (GERA TRABALHO DE COPIA EM VID110, TIPO 2)
      *           2-FOTO.
      * SITUACAO: 0-ATIVO  1-INATIVO (NAO ACEITO EM PEDIDO NOVO).
      * SUBSTITUIDA PELO CATALOGO DE PRODUTOS (LBD062/LBD063): O
      * LBP151 IMPORTA ESTA TABELA COM OS MESMOS CODIGOS E O LBP144
      * PASSA A LER O CATALOGO.
       FD  LBD050.
       01  REG-LBD050.
           05  CODIGO-L50              PIC 9(3).
           05  DESCRICAO-L50           PIC X(30)     VALUE SPACES.
           05  TIPO-L50                PIC 9         VALUE ZEROS.
           05  VALOR-UNIT-L50          PIC 9(6)V99   VALUE ZEROS.
           05  SITUACAO-L50            PIC 9         VALUE ZEROS.
       01  PATH-LBD050                 PIC X(30).
