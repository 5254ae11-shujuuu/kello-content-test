      * VENDEDOR E TAXA DE COMISSAO POR CONTRATO (COD040). CHAVE =
      * NUMERO DO CONTRATO; A COMISSAO INCIDE SOBRE AS PARCELAS DO
      * CONTRATO RECEBIDAS EM CRD110 (CRP107). CHAVE ALTERNADA
      * PELO VENDEDOR PARA A LISTA DE CONTRATOS DE CADA UM.
       FD  CRD151.
       01  REG-CRD151.
           05  CONTRATO-CR151          PIC 9(6).
           05  VENDEDOR-CR151          PIC 9(6)      VALUE ZEROS.
           05  TAXA-CR151              PIC 9(2)V99   VALUE ZEROS.
           05  DATA-ATRIBUICAO-CR151   PIC 9(8)      VALUE ZEROS.
           05  DIGITADOR-CR151         PIC 9(6)      VALUE ZEROS.
       01  PATH-CRD151                 PIC X(30).
