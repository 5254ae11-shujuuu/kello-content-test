      * CATALOGO DE PRODUTOS DA EMPRESA (UM ARQUIVO POR EMPRESA, COMO
      * OS DEMAIS), MANTIDO PELO LBP151. SUBSTITUI A DESCRICAO LIVRE
      * DO ITEM DE CONTRATO (LBD219, LBP219) E A TABELA DE PRECOS DAS
      * COPIAS EXTRAS (LBD050, IMPORTADA PELO LBP151 COM OS MESMOS
      * CODIGOS) NO PEDIDO DO LBP144. O PRECO NAO FICA AQUI: CADA
      * PRECO TEM VIGENCIA PROPRIA NO HISTORICO LBD063, CONSULTADO
      * PELO SUBPROGRAMA LBP152 (PRECO EM VIGOR NUMA DATA).
      * TIPO    : 1-ALBUM  2-VIDEO  3-FOTOS AVULSAS
      *           4-COPIA DE VIDEO (DVD - GERA COPIA EM VID110).
      * SITUACAO: 0-ATIVO  1-INATIVO (NAO ACEITO EM VENDA NOVA).
       FD  LBD062.
       01  REG-LBD062.
           05  CODIGO-L62              PIC 9(3).
           05  TIPO-L62                PIC 9         VALUE ZEROS.
           05  DESCRICAO-L62           PIC X(30)     VALUE SPACES.
           05  SITUACAO-L62            PIC 9         VALUE ZEROS.
           05  DATA-ALTERACAO-L62      PIC 9(8)      VALUE ZEROS.
           05  USUARIO-L62             PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD062                 PIC X(30).
