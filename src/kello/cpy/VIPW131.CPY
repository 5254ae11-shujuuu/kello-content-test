      * PLANO DE AMOSTRAGEM DA SEGUNDA REVISAO DAS EDICOES APROVADAS
      * (VIP131). UM REGISTRO POR REVISOR-V110 DE VID110:
      *   PERCENTUAL = PERCENTUAL DAS APROVACOES DA SEMANA SORTEADAS
      *                PARA SEGUNDA REVISAO (0 = PERCENTUAL PADRAO);
      *   SENIOR     = 1 QUANDO O REVISOR FAZ A SEGUNDA REVISAO.
      * O REGISTRO DE REVISOR 000000 GUARDA OS PARAMETROS GERAIS:
      * PERCENTUAL PADRAO, PERCENTUAL DO REVISOR NOVO (PRIMEIRA
      * APROVACAO EM VID111 HA MENOS DE SEMANAS-NOVO SEMANAS), A
      * ULTIMA SEMANA SORTEADA (DATA INICIAL) E A SEMENTE DO SORTEIO.
       FD  VID131.
       01  REG-VID131.
           05  REVISOR-V131            PIC 9(6).
           05  PERCENTUAL-V131         PIC 9(3)      VALUE ZEROS.
           05  SENIOR-V131             PIC 9         VALUE ZEROS.
           05  PERC-NOVO-V131          PIC 9(3)      VALUE ZEROS.
           05  SEMANAS-NOVO-V131       PIC 9(3)      VALUE ZEROS.
           05  ULTIMA-SEMANA-V131      PIC 9(8)      VALUE ZEROS.
           05  DATA-SORTEIO-V131       PIC 9(8)      VALUE ZEROS.
           05  SEMENTE-V131            PIC 9(10)     VALUE ZEROS.
           05  DATA-ALTERACAO-V131     PIC 9(8)      VALUE ZEROS.
           05  USUARIO-V131            PIC 9(6)      VALUE ZEROS.
       01  PATH-VID131                 PIC X(30).
