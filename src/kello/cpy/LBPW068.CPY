      * RESIDUO QUIMICO GERADO (REVELADOR/FIXADOR ESGOTADO) POR DIA E
      * PROCESSADORA (LBD047), ESTIMADO PELO LBP125 A PARTIR DO
      * CONSUMO DE QUIMICOS DEBITADO DO LBD035 NO DIA, RATEADO PELA
      * REPOSICAO DO BANHO LANCADA NO LBD037 (SEM LEITURA NO DIA, VAI
      * PARA A PROCESSADORA ZERO) E APLICADO O FATOR DO LBD070. MESMA
      * UNIDADE DO ESTOQUE DE QUIMICOS.
       FD  LBD068.
       01  REG-LBD068.
           05  CHAVE-L68.
               10  DATA-L68            PIC 9(8).
               10  PROCESSADORA-L68    PIC 9(2).
           05  QTDE-L68                PIC 9(7)V99   VALUE ZEROS.
           05  CONSUMO-QUIMICO-L68     PIC 9(7)V99   VALUE ZEROS.
           05  FATOR-L68               PIC 9(3)V99   VALUE ZEROS.
       01  PATH-LBD068                 PIC X(30).
