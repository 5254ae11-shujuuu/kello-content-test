      * LANCAMENTOS DE COMISSAO DE VENDEDOR, GERADOS NO FECHAMENTO
      * MENSAL DO CRP107. CHAVE = PARCELA (CONTRATO+SEQUENCIA DE
      * CRD100) + COMPETENCIA (AAAAMM) + TIPO:
      *   "C" - CREDITO: PARCELA RECEBIDA EM CRD110 NA COMPETENCIA;
      *   "E" - ESTORNO : PARCELA COMISSIONADA EM COMPETENCIA
      *         ANTERIOR CUJA BAIXA FOI ESTORNADA (CRD110 EXCLUIDO,
      *         POR EXEMPLO NA CONTESTACAO DE CARTAO DO CRP025) - O
      *         VALOR E DESCONTADO DO VENDEDOR NA COMPETENCIA ATUAL.
      * CHAVE ALTERNADA VENDEDOR+COMPETENCIA PARA O DEMONSTRATIVO.
       FD  CRD152.
       01  REG-CRD152.
           05  CHAVE-CR152.
               10  CONTRATO-CR152      PIC 9(6).
               10  SEQ-CR152           PIC 9(5).
               10  COMPETENCIA-CR152   PIC 9(6).
               10  TIPO-CR152          PIC X.
           05  ALT1-CR152.
               10  VENDEDOR-CR152      PIC 9(6).
               10  COMPET-VEND-CR152   PIC 9(6).
           05  DATA-BAIXA-CR152        PIC 9(8)      VALUE ZEROS.
           05  VALOR-BASE-CR152        PIC 9(8)V99   VALUE ZEROS.
           05  TAXA-CR152              PIC 9(2)V99   VALUE ZEROS.
           05  VALOR-COMISSAO-CR152    PIC 9(8)V99   VALUE ZEROS.
           05  DATA-GERACAO-CR152      PIC 9(8)      VALUE ZEROS.
       01  PATH-CRD152                 PIC X(30).
