      * PARAMETROS DA DESISTENCIA DE FORMANDO (CRP110) - REGISTRO
      * UNICO, CHAVE "1": REGRA PADRAO PARA CONTRATO SEM REGRA
      * PROPRIA NO COD041 (1-MULTA SOBRE O SALDO A VENCER
      * 2-REEMBOLSO DO VALOR RECEBIDO  3-SEM MULTA NEM REEMBOLSO) E
      * PERCENTUAL, PRAZO EM DIAS PARA O VENCIMENTO DA MULTA OU DO
      * REEMBOLSO, E O FORNECEDOR (CGD001) DE DEVOLUCAO A FORMANDOS,
      * COM TIPO DE FORNECEDOR E PORTADOR, DO TITULO DE REEMBOLSO
      * GERADO NO CONTAS A PAGAR (CPD020).
       FD  CRD170.
       01  REG-CRD170.
           05  CHAVE-CR170             PIC X.
           05  REGRA-PADRAO-CR170      PIC 9         VALUE ZEROS.
           05  PERC-PADRAO-CR170       PIC 9(3)V99   VALUE ZEROS.
           05  DIAS-VENCTO-CR170       PIC 9(3)      VALUE ZEROS.
           05  FORNEC-REEMB-CR170      PIC 9(6)      VALUE ZEROS.
           05  TIPO-FORN-CR170         PIC 9(2)      VALUE ZEROS.
           05  PORTADOR-CR170          PIC 9(2)      VALUE ZEROS.
           05  DIGITADOR-CR170         PIC 9(6)      VALUE ZEROS.
       01  PATH-CRD170                 PIC X(30).
