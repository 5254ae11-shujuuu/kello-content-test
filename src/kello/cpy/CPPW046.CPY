      * ENTRADA DO CONTAS A PAGAR (CPP055): NOTA ACIMA DO VALOR DO
      * PEDIDO, OU SEM PEDIDO, E APONTADA NA CONFERENCIA.
      * SITUACAO: 0-ABERTO  1-ATENDIDO (NOTA EM NR-DOCTO-ATENDE)
      *           2-CANCELADO  3-SUGERIDO (RASCUNHO GERADO PELO
      *           CPP078 A PARTIR DO PONTO DE REPOSICAO DO LBD035,
      *           AGUARDANDO APROVACAO DO COMPRADOR NO CPP063).
      * TIPO-ITEM/CODIGO-ITEM LIGAM O ITEM AO ESTOQUE DE INSUMOS
      * (LBD035), ZERADOS NO ITEM DIGITADO LIVRE; CONSUMO-30/90 E O
      * CONSUMO DO ITEM NOS ULTIMOS 30/90 DIAS NA GERACAO.
       FD  CPD046.
       01  REG-CPD046.
           05  CHAVE-CP46.
           05  SITUACAO-CP46           PIC 9         VALUE ZEROS.
           05  NR-DOCTO-ATENDE-CP46    PIC X(10)     VALUE SPACES.
           05  DIGITADOR-CP46          PIC 9(6)      VALUE ZEROS.
           05  TIPO-ITEM-CP46          PIC 9         VALUE ZEROS.
           05  CODIGO-ITEM-CP46        PIC 9(4)      VALUE ZEROS.
           05  CONSUMO-30-CP46         PIC 9(7)V99   VALUE ZEROS.
           05  CONSUMO-90-CP46         PIC 9(7)V99   VALUE ZEROS.
       01  PATH-CPD046                 PIC X(30).
