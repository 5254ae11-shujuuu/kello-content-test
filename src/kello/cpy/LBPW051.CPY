      * PEDIDOS DE COPIA EXTRA (DVD/FOTO) FEITOS PELO CLIENTE DEPOIS
      * DA ENTREGA, UM REGISTRO POR ITEM DO PEDIDO (PADRAO CPD046),
      * LANCADOS PELO LBP144. O PEDIDO GERA OS TITULOS EM CRD100
      * (DOCUMENTO "EC" + NUMERO DO PEDIDO, SEQUENCIAS SEQ-TIT-INI A
      * SEQ-TIT-INI + QT-PARCELAS - 1 DO CONTRATO) E, PARA ITEM DE
      * VIDEO, O TRABALHO DE COPIA EM VID110 (TIPO 2, ITEM
      * ITEM-V110-L51). COM A COPIA APROVADA O ITEM E LIBERADO PARA
      * REMESSA; A PROXIMA REMESSA NOVA DO CONTRATO NO LBP215 LEVA
      * OS ITENS LIBERADOS E GRAVA O NUMERO DELA AQUI.
      * CHAVE ALTERNADA PELO CONTRATO (BUSCA DO LBP215).
      * SITUACAO: 0-EM PRODUCAO  1-LIBERADO PARA REMESSA
      *           2-EXPEDIDO (REMESSA-L51)  3-CANCELADO.
       FD  LBD051.
       01  REG-LBD051.
           05  CHAVE-L51.
               10  PEDIDO-L51          PIC 9(6).
               10  ITEM-L51            PIC 9(2).
           05  CONTRATO-L51            PIC 9(8)      VALUE ZEROS.
           05  CLASSIF-CLI-L51         PIC 9         VALUE ZEROS.
           05  COD-CLIENTE-L51         PIC 9(8)      VALUE ZEROS.
           05  DATA-PEDIDO-L51         PIC 9(8)      VALUE ZEROS.
           05  PRODUTO-L51             PIC 9(3)      VALUE ZEROS.
           05  TIPO-L51                PIC 9         VALUE ZEROS.
           05  QTDE-L51                PIC 9(3)      VALUE ZEROS.
           05  VALOR-UNIT-L51          PIC 9(6)V99   VALUE ZEROS.
           05  VALOR-ITEM-L51          PIC 9(8)V99   VALUE ZEROS.
           05  SEQ-TIT-INI-L51         PIC 9(5)      VALUE ZEROS.
           05  QT-PARCELAS-L51         PIC 9(2)      VALUE ZEROS.
           05  ITEM-V110-L51           PIC 9(2)      VALUE ZEROS.
           05  SITUACAO-L51            PIC 9         VALUE ZEROS.
           05  REMESSA-L51             PIC 9(6)      VALUE ZEROS.
           05  DIGITADOR-L51           PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD051                 PIC X(30).
