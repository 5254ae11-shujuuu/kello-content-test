      * CUSTODIA DE CHEQUES PRE-DATADOS RECEBIDOS DOS FORMANDOS,
      * MANTIDA PELO CRP111. CHAVE = NUMERO DE CUSTODIA (SEQUENCIAL).
      * CADA CHEQUE PAGA UMA PARCELA DE CRD100 (TITULO = CONTRATO +
      * SEQUENCIA, CHAVE ALTERNADA). ALT1 (SITUACAO + BOM PARA) DA A
      * LISTA DIARIA DE CHEQUES A DEPOSITAR. NO DEPOSITO A PARCELA E
      * BAIXADA EM CRD110 (FORMA 3-BANCO, CODIGO DE APURACAO GUARDADO
      * AQUI); NA DEVOLUCAO A BAIXA E ESTORNADA, O TITULO REABERTO E O
      * EMITENTE BLOQUEADO EM CRD181.
      * SITUACAO: 0-EM CUSTODIA  1-DEPOSITADO  2-DEVOLVIDO
      *           3-RESGATADO (DEVOLVIDO AO EMITENTE SEM DEPOSITO).
      * ALINEA = MOTIVO DE DEVOLUCAO DA COMPENSACAO (11, 12, 13 ...).
       FD  CRD180.
       01  REG-CRD180.
           05  CHAVE-CR180.
               10  NUMERO-CR180        PIC 9(6).
           05  TITULO-CR180.
               10  CONTRATO-CR180      PIC 9(6).
               10  SEQ-CR180           PIC 9(5).
           05  ALT1-CR180.
               10  SITUACAO-CR180      PIC 9.
               10  DATA-BOM-PARA-CR180 PIC 9(8).
           05  CPF-EMITENTE-CR180      PIC 9(14).
           05  NOME-EMITENTE-CR180     PIC X(30)     VALUE SPACES.
           05  BANCO-CR180             PIC 9(3)      VALUE ZEROS.
           05  AGENCIA-CR180           PIC 9(5)      VALUE ZEROS.
           05  CONTA-CR180             PIC X(12)     VALUE SPACES.
           05  NR-CHEQUE-CR180         PIC 9(6)      VALUE ZEROS.
           05  VALOR-CR180             PIC 9(8)V99   VALUE ZEROS.
           05  CLASSIF-CLI-CR180       PIC 9         VALUE ZEROS.
           05  COD-CLIENTE-CR180       PIC 9(8)      VALUE ZEROS.
           05  DATA-RECEBIMENTO-CR180  PIC 9(8)      VALUE ZEROS.
           05  OPERADOR-CR180          PIC 9(6)      VALUE ZEROS.
           05  DATA-DEPOSITO-CR180     PIC 9(8)      VALUE ZEROS.
           05  CODIGO-COMPL-CR180      PIC X(5)      VALUE SPACES.
           05  QT-APRESENTACAO-CR180   PIC 9         VALUE ZEROS.
           05  DATA-DEVOLUCAO-CR180    PIC 9(8)      VALUE ZEROS.
           05  ALINEA-CR180            PIC 9(2)      VALUE ZEROS.
           05  OBS-CR180               PIC X(40)     VALUE SPACES.
       01  PATH-CRD180                 PIC X(30).
