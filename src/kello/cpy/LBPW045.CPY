      * PAGAMENTO MENSAL DA COMISSAO DE FOTOGRAFO (RPA), GERADO PELO
      * FECHAMENTO DO LBP140 A PARTIR DO MESMO CALCULO DO LBP123
      * (FILMES COBERTOS NO LBD102 X TAXA DO LBD034). CHAVE =
      * COMPETENCIA (AAAAMM) + FOTOGRAFO (CGD001); A EXISTENCIA DE
      * QUALQUER REGISTRO DA COMPETENCIA IMPEDE NOVO FECHAMENTO.
      * GUARDA AS RETENCOES DO AUTONOMO (INSS, ISS, IRRF) E O TITULO
      * GERADO NO CPD020 PELO VALOR LIQUIDO (FORNECEDOR = O PROPRIO
      * FOTOGRAFO, SEQUENCIA EM SEQ-CPD020-L45).
      * AUTONOMO = 1 QUANDO O FOTOGRAFO E PESSOA FISICA (CGD002 TIPO
      * "F" OU SEM COMPLEMENTO) - SO ELE TEM RETENCAO E RPA; PESSOA
      * JURIDICA RECEBE O BRUTO E EMITE A PROPRIA NOTA.
       FD  LBD045.
       01  REG-LBD045.
           05  CHAVE-L45.
               10  COMPETENCIA-L45     PIC 9(6).
               10  FOTOGRAFO-L45       PIC 9(6).
           05  QT-FILMES-L45           PIC 9(5)      VALUE ZEROS.
           05  VALOR-FILME-L45         PIC 9(5)V99   VALUE ZEROS.
           05  VALOR-BRUTO-L45         PIC 9(8)V99   VALUE ZEROS.
           05  AUTONOMO-L45            PIC 9         VALUE ZEROS.
           05  VALOR-INSS-L45          PIC 9(8)V99   VALUE ZEROS.
           05  VALOR-ISS-L45           PIC 9(8)V99   VALUE ZEROS.
           05  BASE-IRRF-L45           PIC 9(8)V99   VALUE ZEROS.
           05  VALOR-IRRF-L45          PIC 9(8)V99   VALUE ZEROS.
           05  VALOR-LIQUIDO-L45       PIC 9(8)V99   VALUE ZEROS.
           05  SEQ-CPD020-L45          PIC 9(5)      VALUE ZEROS.
           05  DATA-VENCTO-L45         PIC 9(8)      VALUE ZEROS.
           05  DATA-GERACAO-L45        PIC 9(8)      VALUE ZEROS.
           05  USUARIO-L45             PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD045                 PIC X(30).
