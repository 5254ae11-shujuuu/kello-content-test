      * AREA DE CHAMADA DO SUBPROGRAMA CPP079 (COMPETENCIA FINANCEIRA
      * FECHADA): O CHAMADOR INFORMA A DATA DO MOVIMENTO E RECEBE
      * CPP079-FECHADA = 1 QUANDO O MES DELA ESTA FECHADO EM CPD060
      * (0 = ABERTO, NUNCA FECHADO OU REABERTO).
       01  CPP079-PARAMETROS.
           05  CPP079-DATA             PIC 9(8)      VALUE ZEROS.
           05  CPP079-FECHADA          PIC 9         VALUE ZEROS.
