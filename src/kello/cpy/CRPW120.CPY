      * PARA QUE UMA PARCELA AINDA EM ABERTO NAO SEJA COBRADA DUAS
      * VEZES - MESMO PAPEL DO CPD043 NA REMESSA BANCARIA. CHAVE
      * IGUAL A CHAVE PRIMARIA DE CRD100 (CONTRATO+SEQUENCIA).
      * STATUS DO RETORNO (CRP024): 0-PENDENTE 1-PAGO 2-RECUSADO
      * 3-CONTESTADO (CHARGEBACK EM CRD121, CRP025 - NAO E COBRADA DE
      * NOVO NO CARTAO).
       FD  CRD120.
       01  REG-CRD120.
           05  CHAVE-CR120.
