      * TRIBUTOS RETIDOS NA FONTE (1-IRRF 2-ISS 3-INSS 4-PIS 5-COFINS
      * 6-CSLL), MANTIDOS PELO CPP073. ORGAO = CODIGO EM CGD001 DO
      * CREDOR DO TRIBUTO (RECEITA FEDERAL, PREFEITURA) - E EM NOME
      * DELE QUE O CPP055 GERA O TITULO DO IMPOSTO EM CPD020.
      * VENCIMENTO LEGAL = DIA-VENCTO DO MES SEGUINTE AO DA EMISSAO,
      * AJUSTADO PELO CALENDARIO CPD045: AJUSTE "A" ANTECIPA PARA O
      * DIA UTIL ANTERIOR (TRIBUTOS FEDERAIS), "P" POSTERGA PARA O
      * SEGUINTE. RETENCAO ABAIXO DO VALOR-MINIMO NAO E FEITA.
       FD  CPD056.
       01  REG-CPD056.
           05  TRIBUTO-CP56            PIC 9.
           05  NOME-CP56               PIC X(10)     VALUE SPACES.
           05  COD-RECEITA-CP56        PIC X(6)      VALUE SPACES.
           05  ORGAO-CP56              PIC 9(6)      VALUE ZEROS.
           05  DIA-VENCTO-CP56         PIC 9(2)      VALUE 20.
           05  AJUSTE-CP56             PIC X         VALUE "A".
           05  VALOR-MINIMO-CP56       PIC 9(6)V99   VALUE ZEROS.
       01  PATH-CPD056                 PIC X(30).
