      * DIARIO DE AJUSTES DE ESTOQUE DE INSUMOS (LBP145): UM REGISTRO
      * POR AJUSTE DE SALDO DO LBD035 APROVADO PELO SUPERVISOR, POR
      * ITEM E DATA - BASE DO RELATORIO DE PERDAS POR ITEM NO ANO.
      * DIFERENCA NEGATIVA = PERDA (QUEBRA).
      * MOTIVO: 1-QUEBRA/PERDA  2-ERRO DE LANCAMENTO  3-VENCIDO/
      *         DESCARTE  4-FURTO/EXTRAVIO  5-OUTROS.
       FD  LBD054.
       01  REG-LBD054.
           05  CHAVE-L54.
               10  TIPO-ITEM-L54       PIC 9.
               10  CODIGO-L54          PIC 9(4).
               10  DATA-AJUSTE-L54     PIC 9(8).
               10  SEQ-L54             PIC 9(3).
           05  DATA-INVENT-L54         PIC 9(8)      VALUE ZEROS.
           05  SALDO-CONGELADO-L54     PIC S9(7)V99  VALUE ZEROS.
           05  QTDE-CONTADA-L54        PIC 9(7)V99   VALUE ZEROS.
           05  DIFERENCA-L54           PIC S9(7)V99  VALUE ZEROS.
           05  CUSTO-UNIT-L54          PIC 9(7)V99   VALUE ZEROS.
           05  VALOR-DIFERENCA-L54     PIC S9(9)V99  VALUE ZEROS.
           05  MOTIVO-L54              PIC 9         VALUE ZEROS.
           05  OBS-L54                 PIC X(30)     VALUE SPACES.
           05  SUPERVISOR-L54          PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD054                 PIC X(30).
