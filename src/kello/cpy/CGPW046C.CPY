      * AREA DE CHAMADA DO SUBPROGRAMA CGP046 (PESSOA DESLIGADA): O
      * CHAMADOR INFORMA O CODIGO DO CGD001 E A DATA DO LANCAMENTO
      * (AAAAMMDD); RECEBE CGP046-DESLIGADO = 1 QUANDO A PESSOA FOI
      * DESLIGADA (CGD003) ANTES DESSA DATA, COM A DATA DO
      * DESLIGAMENTO PARA A MENSAGEM.
       01  CGP046-PARAMETROS.
           05  CGP046-CODIGO           PIC 9(6)      VALUE ZEROS.
           05  CGP046-DATA             PIC 9(8)      VALUE ZEROS.
           05  CGP046-DESLIGADO        PIC 9         VALUE ZEROS.
           05  CGP046-DATA-DESLIG      PIC 9(8)      VALUE ZEROS.
