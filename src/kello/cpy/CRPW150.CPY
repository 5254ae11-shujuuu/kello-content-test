      * CADASTRO DE VENDEDORES (EQUIPE COMERCIAL QUE VENDE OS
      * CONTRATOS COD040). ARQUIVO SATELITE DO CGD001 - O VENDEDOR
      * E UM CODIGO DO CADASTRO GERAL, NO MESMO PADRAO DE CGD002/
      * LBD034. TAXA-PADRAO = % DE COMISSAO SUGERIDO NA ATRIBUICAO
      * DO CONTRATO (CRD151); INATIVO = 1 NAO RECEBE CONTRATO NOVO.
      * MANTIDO PELO CRP107.
       FD  CRD150.
       01  REG-CRD150.
           05  VENDEDOR-CR150          PIC 9(6).
           05  TAXA-PADRAO-CR150       PIC 9(2)V99   VALUE ZEROS.
           05  INATIVO-CR150           PIC 9         VALUE ZEROS.
           05  DATA-CADASTRO-CR150     PIC 9(8)      VALUE ZEROS.
           05  DIGITADOR-CR150         PIC 9(6)      VALUE ZEROS.
       01  PATH-CRD150                 PIC X(30).
