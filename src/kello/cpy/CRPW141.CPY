      * BOLETO REGISTRADO POR PARCELA DO CONTAS A RECEBER (CRD100),
      * EMITIDO NO CARNE DO CRP104. CHAVE IGUAL A CHAVE PRIMARIA DE
      * CRD100 (CONTRATO+SEQUENCIA), MESMO PADRAO DE CRD120; CHAVE
      * ALTERNADA POR NOSSO-NUMERO PARA O RETORNO BANCARIO (CRP105)
      * LOCALIZAR A PARCELA PAGA SEM VARRER O ARQUIVO. VENCIMENTO E
      * VALOR SAO OS DO BOLETO NA EMISSAO; CODIGO DE BARRAS E LINHA
      * DIGITAVEL MONTADOS PELO CRP106.
      * SITUACAO: 0-EMITIDO (A REMETER)  1-REMETIDO AO BANCO
      *           2-LIQUIDADO (RETORNO).
       FD  CRD141.
       01  REG-CRD141.
           05  CHAVE-CR141.
               10  CONTRATO-CR141      PIC 9(6).
               10  SEQ-CR141           PIC 9(5).
           05  NOSSO-NUMERO-CR141      PIC 9(11)     VALUE ZEROS.
           05  CLASSIF-CLI-CR141       PIC 9         VALUE ZEROS.
           05  COD-CLIENTE-CR141       PIC 9(8)      VALUE ZEROS.
           05  DATA-VENCTO-CR141       PIC 9(8)      VALUE ZEROS.
           05  VALOR-CR141             PIC 9(8)V99   VALUE ZEROS.
           05  DATA-EMISSAO-CR141      PIC 9(8)      VALUE ZEROS.
           05  CODIGO-BARRAS-CR141     PIC X(44)     VALUE SPACES.
           05  LINHA-DIGITAVEL-CR141   PIC X(54)     VALUE SPACES.
           05  SITUACAO-CR141          PIC 9         VALUE ZEROS.
           05  DATA-REMESSA-CR141      PIC 9(8)      VALUE ZEROS.
           05  DATA-LIQUIDACAO-CR141   PIC 9(8)      VALUE ZEROS.
           05  VALOR-PAGO-CR141        PIC 9(8)V99   VALUE ZEROS.
       01  PATH-CRD141                 PIC X(30).
