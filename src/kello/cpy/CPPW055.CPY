      * REGRAS DE RETENCAO NA FONTE POR FORNECEDOR (CGD001) E TIPO DE
      * SERVICO, MANTIDAS PELO CPP073. FORNECEDOR 000000 E A REGRA
      * GERAL DO TIPO DE SERVICO (VALE QUANDO O FORNECEDOR NAO TEM
      * REGRA PROPRIA). ALIQUOTA EM PERCENTUAL, UMA POR TRIBUTO NA
      * ORDEM DOS CODIGOS DE CPD056: 1-IRRF 2-ISS 3-INSS 4-PIS
      * 5-COFINS 6-CSLL. LIDA PELO CPP055 NA DIGITACAO DA NOTA.
       FD  CPD055.
       01  REG-CPD055.
           05  CHAVE-CP55.
               10  FORNEC-CP55         PIC 9(6).
               10  TIPO-SERV-CP55      PIC 9(2).
           05  DESCRICAO-CP55          PIC X(30)     VALUE SPACES.
           05  ALIQUOTAS-CP55.
               10  ALIQ-CP55           PIC 9(2)V99   OCCURS 6 TIMES.
           05  DIGITADOR-CP55          PIC 9(6)      VALUE ZEROS.
       01  PATH-CPD055                 PIC X(30).
