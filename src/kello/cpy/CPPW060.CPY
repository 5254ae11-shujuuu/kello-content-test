      * FECHAMENTO FINANCEIRO POR COMPETENCIA (AAAAMM), GRAVADO PELO
      * CPP071 QUANDO GERA O DIARIO DO CONTADOR. COMPETENCIA FECHADA
      * (SITUACAO 1) NAO ACEITA INCLUSAO, ALTERACAO OU EXCLUSAO DE
      * BAIXA/LANCAMENTO DE CAIXA COM DATA NO MES (CONSULTA PELO
      * SUBPROGRAMA CPP079). SITUACAO: 1-FECHADA  2-REABERTA PELO
      * SUPERVISOR (MOTIVO OBRIGATORIO). VERSAO = QUANTAS VEZES FOI
      * FECHADA: A 1A GERA DIARIO<AAAAMM>.TXT, AS SEGUINTES GERAM O
      * DIARIO DE DIFERENCAS DIARIO<AAAAMM>R<VV>.TXT. SEM REGISTRO =
      * COMPETENCIA NUNCA FECHADA.
       FD  CPD060.
       01  REG-CPD060.
           05  CHAVE-CP60.
               10  COMPETENCIA-CP60    PIC 9(6).
           05  SITUACAO-CP60           PIC 9         VALUE ZEROS.
           05  VERSAO-CP60             PIC 9(2)      VALUE ZEROS.
           05  DATA-FECHAMENTO-CP60    PIC 9(8)      VALUE ZEROS.
           05  HORA-FECHAMENTO-CP60    PIC 9(6)      VALUE ZEROS.
           05  USUARIO-FECHAMENTO-CP60 PIC 9(6)      VALUE ZEROS.
           05  DATA-REABERTURA-CP60    PIC 9(8)      VALUE ZEROS.
           05  HORA-REABERTURA-CP60    PIC 9(6)      VALUE ZEROS.
           05  USUARIO-REABERTURA-CP60 PIC 9(6)      VALUE ZEROS.
           05  MOTIVO-REABERTURA-CP60  PIC X(60)     VALUE SPACES.
       01  PATH-CPD060                 PIC X(30).
