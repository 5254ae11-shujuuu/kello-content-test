      * RETORNOS DO DIA - AS NOTINHAS COLADAS NO MONITOR VIRAM
      * ARQUIVO.
      * RESULTADO: 1-PROMETEU PAGAR  2-SEM RESPOSTA  3-RECUSOU
      *            4-PAGOU  5-CONTESTACAO DE CARTAO (LANCADO PELO
      *            CRP025 - LIGAR NA DATA-PROMESSA)  6-CHEQUE
      *            DEVOLVIDO (LANCADO PELO CRP111 NA DEVOLUCAO DO
      *            CHEQUE PRE-DATADO - LIGAR NA DATA-PROMESSA).
       FD  CGD025.
       01  REG-CGD025.
           05  CHAVE-CG25.
