      * (SITUACAO + VENCIMENTO) PARA AS VARREDURAS DE TITULOS EM
      * ABERTO POR PERIODO (AGING CRP102, COBRANCA DE CARTAO CRP023).
      * SITUACAO: 0-ABERTO  1-SUSPENSO  2-BAIXADO (A BAIXA
      * CLASSIFICADA FICA EM CRD110, PADRAO CPD030)  3-RENEGOCIADO
      * (EM ACORDO, VINCULO EM CRD131 - CRP103)  4-CANCELADO
      * (PARCELA DE ACORDO ROMPIDO, ORIGINAIS REATIVADOS).
      * 5-DESISTENCIA (PARCELA EM ABERTO CANCELADA NA DESISTENCIA
      * DO FORMANDO, CRD171 - CRP110).
       FD  CRD100.
       01  REG-CRD100.
           05  CHAVE-CR100.
