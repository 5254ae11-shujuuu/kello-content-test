      * CONVENIO DE REVELACAO INTER-EMPRESAS (LBP147), NO ARQUIVO DA
      * UNIDADE QUE REVELA: UM REGISTRO POR EMPRESA SOLICITANTE
      * (CGD016) COM A MARGEM (%) SOBRE O CUSTO PADRAO DO LBD030, O
      * CONTRATO E O CLIENTE (CGD010) QUE REPRESENTAM A SOLICITANTE
      * NO CONTAS A RECEBER DESTA UNIDADE (CRD100), E O FORNECEDOR
      * (CGD001 DA SOLICITANTE) QUE REPRESENTA ESTA UNIDADE NO CONTAS
      * A PAGAR DA SOLICITANTE (CPD020), COM TIPO, PORTADOR E PRAZO.
       FD  LBD057.
       01  REG-LBD057.
           05  EMPRESA-SOLIC-L57       PIC XXX.
           05  MARGEM-L57              PIC 9(3)V99   VALUE ZEROS.
           05  CONTRATO-L57            PIC 9(6)      VALUE ZEROS.
           05  CLASSIF-CLI-L57         PIC 9         VALUE ZEROS.
           05  COD-CLIENTE-L57         PIC 9(8)      VALUE ZEROS.
           05  FORNEC-L57              PIC 9(6)      VALUE ZEROS.
           05  TIPO-FORN-L57           PIC 9(2)      VALUE ZEROS.
           05  PORTADOR-L57            PIC 9(2)      VALUE ZEROS.
           05  DIAS-VENCTO-L57         PIC 9(3)      VALUE ZEROS.
           05  DIGITADOR-L57           PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD057                 PIC X(30).
