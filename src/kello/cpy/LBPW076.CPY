      * TABELA DE FRETE POR TRANSPORTADORA (LBD216), MANTIDA PELO
      * LBP158 E COTADA PELO SUBPROGRAMA LBP159 NA CRIACAO DA REMESSA
      * (LBP215/LBP216T). O DESTINO E A CIDADE CUJA FAIXA DE CEP
      * (CGD021) CONTEM O CEP DE COBRANCA DO CLIENTE; CIDADE 0000 =
      * DEMAIS DESTINOS DA TRANSPORTADORA. CADA FAIXA VALE ATE
      * VOLUMES-ATE-L76 VOLUMES (ALBUNS) NA REMESSA, PELO PRECO DA
      * FAIXA. DIAS-ENTREGA ZERADO = PRAZO PADRAO DA TRANSPORTADORA
      * (DIAS-ENTREGA-L216).
       FD  LBD076.
       01  REG-LBD076.
           05  CHAVE-L76.
               10  TRANSP-L76          PIC 9(3).
               10  CIDADE-L76          PIC 9(4).
               10  FAIXA-L76           PIC 9(2).
           05  VOLUMES-ATE-L76         PIC 9(3)      VALUE ZEROS.
           05  PRECO-L76               PIC 9(6)V99   VALUE ZEROS.
           05  DIAS-ENTREGA-L76        PIC 9(3)      VALUE ZEROS.
           05  DATA-ALTERACAO-L76      PIC 9(8)      VALUE ZEROS.
           05  USUARIO-L76             PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD076                 PIC X(30).
