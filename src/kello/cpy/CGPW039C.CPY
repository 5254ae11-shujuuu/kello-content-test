      * AREA DE CHAMADA DO SUBPROGRAMA CGP039 (CRITICA E EXIBICAO DE
      * CELULAR COM DDD): O CHAMADOR INFORMA DDD E NUMERO E RECEBE
      *   0 = NUMERO ZERADO (NAO INFORMADO);
      *   1 = CELULAR VALIDO: DDD EXISTENTE E 9 DIGITOS INICIANDO
      *       POR 9;
      *   2 = CELULAR DO PADRAO ANTIGO (8 DIGITOS, FAIXA 6-9) COM DDD
      *       EXISTENTE - CGP039-NUMERO VOLTA COM O 9 NA FRENTE;
      *   3 = NAO DECIDIDO: DDD ZERADO OU INEXISTENTE, NUMERO DE FIXO
      *       (8 DIGITOS, FAIXA 2-5) OU FORA DO FORMATO.
      * CGP039-EXIBE VOLTA NO FORMATO (DD) 99999-9999 (RESULTADOS 1 E
      * 2) OU COM OS DIGITOS COMO ESTAO (RESULTADO 3).
       01  CGP039-PARAMETROS.
           05  CGP039-DDD              PIC 9(2)      VALUE ZEROS.
           05  CGP039-NUMERO           PIC 9(9)      VALUE ZEROS.
           05  CGP039-RESULTADO        PIC 9         VALUE ZEROS.
           05  CGP039-EXIBE            PIC X(15)     VALUE SPACES.
