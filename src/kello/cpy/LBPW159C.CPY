      * AREA DE CHAMADA DO SUBPROGRAMA LBP159 (COTACAO DE FRETE DA
      * REMESSA PELA TABELA LBD076): O CHAMADOR INFORMA O CONTRATO
      * (CEP DE COBRANCA EM CGD011) OU UM CEP, E OS VOLUMES (ZEROS =
      * ITENS DE ALBUM DO CONTRATO EM LBD219, NO MINIMO 1). DEVOLVE
      * 1-COTADO / 0-SEM COTACAO, AS TRANSPORTADORAS COTADAS EM ORDEM
      * DE PRECO E, EM LBP159-ORDEM-PRAZO, OS INDICES DA MESMA LISTA
      * EM ORDEM DE PRAZO DE ENTREGA.
       01  LBP159-PARAMETROS.
           05  LBP159-CONTRATO         PIC 9(8)      VALUE ZEROS.
           05  LBP159-CEP              PIC 9(8)      VALUE ZEROS.
           05  LBP159-VOLUMES          PIC 9(3)      VALUE ZEROS.
           05  LBP159-CIDADE           PIC 9(4)      VALUE ZEROS.
           05  LBP159-RESULTADO        PIC 9         VALUE ZEROS.
           05  LBP159-QT-COTACOES      PIC 9(2)      VALUE ZEROS.
           05  LBP159-COTACAO OCCURS 30 TIMES.
               10  LBP159-TRANSP       PIC 9(3).
               10  LBP159-PRECO        PIC 9(6)V99.
               10  LBP159-DIAS         PIC 9(3).
           05  LBP159-ORDEM-PRAZO OCCURS 30 TIMES PIC 9(2).
