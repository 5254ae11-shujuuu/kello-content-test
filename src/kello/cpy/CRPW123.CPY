      * LIQUIDACAO DA PARCELA DE CARTAO PELA ADQUIRENTE (AGENDA DE
      * RECEBIVEIS), IMPORTADA PELO CRP026. CHAVE IGUAL A CHAVE
      * PRIMARIA DE CRD100/CRD120 (CONTRATO+SEQUENCIA). GUARDA A DATA
      * EM QUE O PORTADOR PAGOU (RETORNO DO CRP024), A DATA PREVISTA
      * DO DEPOSITO (PAGAMENTO + PRAZO CONTRATADO EM CRD124), A DATA
      * REAL DO DEPOSITO E OS VALORES BRUTO, TAXA (MDR) E LIQUIDO
      * DEPOSITADOS. TAXA-APLICADA = PERCENTUAL COBRADO PELA
      * ADQUIRENTE; TAXA-CONTRATADA = O DE CRD124 NA IMPORTACAO.
      * SITUACAO: 1-LIQUIDADA  2-LIQUIDACAO SEM PARCELA CORRESPONDENTE
      *           (CONTRATO/SEQUENCIA SEM CONTROLE EM CRD120 OU SEM
      *           PAGAMENTO NO RETORNO - NADA E LANCADO NO BANCO).
       FD  CRD123.
       01  REG-CRD123.
           05  CHAVE-CR123.
               10  CONTRATO-CR123      PIC 9(6).
               10  SEQ-CR123           PIC 9(5).
           05  DATA-PAGTO-CR123        PIC 9(8)      VALUE ZEROS.
           05  DATA-PREVISTA-CR123     PIC 9(8)      VALUE ZEROS.
           05  DATA-DEPOSITO-CR123     PIC 9(8)      VALUE ZEROS.
           05  VALOR-BRUTO-CR123       PIC 9(8)V99   VALUE ZEROS.
           05  VALOR-TAXA-CR123        PIC 9(8)V99   VALUE ZEROS.
           05  VALOR-LIQUIDO-CR123     PIC 9(8)V99   VALUE ZEROS.
           05  TAXA-CONTRATADA-CR123   PIC 9(2)V99   VALUE ZEROS.
           05  TAXA-APLICADA-CR123     PIC 9(2)V99   VALUE ZEROS.
           05  SITUACAO-CR123          PIC 9         VALUE ZEROS.
           05  DATA-IMPORTACAO-CR123   PIC 9(8)      VALUE ZEROS.
           05  OPERADOR-CR123          PIC 9(6)      VALUE ZEROS.
       01  PATH-CRD123                 PIC X(30).
