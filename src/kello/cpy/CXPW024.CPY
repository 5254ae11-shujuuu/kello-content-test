      * RAZAO BANCARIO - UM REGISTRO POR LANCAMENTO NA CONTA DO
      * PORTADOR (CXD023). CHAVE = PORTADOR + DATA + SEQUENCIA.
      * ORIGEM: 1-BAIXA CONTAS A PAGAR (CPD030)  2-BAIXA CONTAS A
      * RECEBER (CRD110 FORMA 3)  3-CHEQUE EMITIDO (CPD053)
      * 4-LANCAMENTO MANUAL  5-TRANSFERENCIA  6-LIQUIDACAO DE CARTAO
      * PELA ADQUIRENTE (CRP026: CREDITO BRUTO DOC "L"+CONTRATO+SEQ E
      * DEBITO DA TAXA DOC "T"+CONTRATO+SEQ). DOC = IDENTIFICACAO DO
      * MOVIMENTO DE ORIGEM; A CHAVE ALTERNADA ORIGEM+DOC IMPEDE QUE A
      * IMPORTACAO (CXP024) LANCE DUAS VEZES O MESMO MOVIMENTO. A
      * TRANSFERENCIA GRAVA O PAR (DEBITO NA ORIGEM, CREDITO NO
      * DESTINO) COM O MESMO DOC E A OUTRA CONTA EM CONTRAPARTIDA
      * (00 = CAIXA, QUE RECEBE O LANCAMENTO EM CXD021).
      * TIPO: 1-CREDITO (ENTRADA)  2-DEBITO (SAIDA).
       FD  CXD024.
       01  REG-CXD024.
           05  CHAVE-CX24.
               10  PORTADOR-CX24       PIC 9(2).
               10  DATA-CX24           PIC 9(8).
               10  SEQ-CX24            PIC 9(4).
           05  REF-CX24.
               10  ORIGEM-CX24         PIC 9.
               10  DOC-CX24            PIC X(20).
           05  TIPO-CX24               PIC 9         VALUE ZEROS.
           05  CODIGO-COMPL-CX24       PIC X(5)      VALUE SPACES.
           05  VALOR-CX24              PIC 9(8)V99   VALUE ZEROS.
           05  DESCRICAO-CX24          PIC X(30)     VALUE SPACES.
           05  CONTRAPARTIDA-CX24      PIC 9(2)      VALUE ZEROS.
           05  DIGITADOR-CX24          PIC 9(6)      VALUE ZEROS.
       01  PATH-CXD024                 PIC X(30).
