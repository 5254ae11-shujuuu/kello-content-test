      *    TITULO DA TRANSPORTADORA EM CPD020 (MESMA DISCIPLINA QUE
      *    O CPP052 TROUXE AO CAIXA). ZEROS = FRETE NAO LANCADO.
           05  VALOR-FRETE-L215            PIC 9(6)V99  VALUE ZEROS.
      *    VALOR DECLARADO DA REMESSA PARA O SEGURO DA TRANSPORTADORA
      *    E PARA A RECLAMACAO DE EXTRAVIO/AVARIA (LBD071, LBP155).
      *    NA REMESSA NOVA (LBP215) VEM DA SOMA DOS ITENS DE ALBUM DO
      *    CONTRATO (TIPO 1 EM LBD219); AJUSTAVEL NO LBP155. ZEROS NAS
      *    REMESSAS ANTIGAS.
           05  VALOR-DECLARADO-L215        PIC 9(8)V99  VALUE ZEROS.
      *    COTACAO DE FRETE NA CRIACAO DA REMESSA (TABELA LBD076,
      *    SUBPROGRAMA LBP159): VOLUMES COTADOS, PRECO DA
      *    TRANSPORTADORA ESCOLHIDA E A MAIS BARATA COTADA, BASE DO
      *    RELATORIO MENSAL DE GASTO ACIMA DA MENOR COTACAO (LBP158).
      *    ZEROS = REMESSA SEM COTACAO (ANTIGA, RETIRADA OU DESTINO
      *    FORA DA TABELA); COTACAO-ESCOLHIDA ZERADA COM MENOR
      *    PREENCHIDA = ESCOLHIDA SEM PRECO NA TABELA.
           05  VOLUMES-L215                PIC 9(3)     VALUE ZEROS.
           05  COTACAO-ESCOLHIDA-L215      PIC 9(6)V99  VALUE ZEROS.
           05  TRANSP-MENOR-L215           PIC 9(3)     VALUE ZEROS.
           05  COTACAO-MENOR-L215          PIC 9(6)V99  VALUE ZEROS.
