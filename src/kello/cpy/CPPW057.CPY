      * RETENCOES FEITAS NA DIGITACAO DA NOTA (CPP055), UM REGISTRO
      * POR TRIBUTO. CHAVE = TITULO DO FORNECEDOR EM CPD020 (PRIMEIRA
      * PARCELA DA NOTA) + TRIBUTO; FORNEC-TRIB/SEQ-TRIB APONTAM O
      * TITULO DO IMPOSTO GERADO EM NOME DO ORGAO. CHAVE ALTERNADA
      * POR COMPETENCIA (MES DA EMISSAO) PARA O RELATORIO MENSAL DE
      * APOIO A DARF/DCTF (CPP074).
       FD  CPD057.
       01  REG-CPD057.
           05  CHAVE-CP57.
               10  FORNEC-CP57         PIC 9(6).
               10  SEQ-CP57            PIC 9(5).
               10  TRIBUTO-CP57        PIC 9.
           05  COMPETENCIA-CP57        PIC 9(6)      VALUE ZEROS.
           05  NR-DOCTO-CP57           PIC X(10)     VALUE SPACES.
           05  TIPO-SERV-CP57          PIC 9(2)      VALUE ZEROS.
           05  DATA-EMISSAO-CP57       PIC 9(8)      VALUE ZEROS.
           05  VALOR-BRUTO-CP57        PIC 9(8)V99   VALUE ZEROS.
           05  ALIQUOTA-CP57           PIC 9(2)V99   VALUE ZEROS.
           05  VALOR-RETIDO-CP57       PIC 9(8)V99   VALUE ZEROS.
           05  FORNEC-TRIB-CP57        PIC 9(6)      VALUE ZEROS.
           05  SEQ-TRIB-CP57           PIC 9(5)      VALUE ZEROS.
           05  VENCTO-TRIB-CP57        PIC 9(8)      VALUE ZEROS.
           05  DIGITADOR-CP57          PIC 9(6)      VALUE ZEROS.
       01  PATH-CPD057                 PIC X(30).
