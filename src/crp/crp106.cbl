       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP106.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Subprograma de montagem do código de barras e da linha
      *digitável do boleto de cobrança (área CRP106-PARAMETROS,
      *copybook CRPW106C), usado na emissão do carnê (CRP104):
      *  - código de barras de 44 dígitos no padrão FEBRABAN, com o
      *    DV geral em módulo 11 (pesos 2 a 9) e o fator de
      *    vencimento contado a partir de 07/10/1997 (reiniciado em
      *    1000 no dia 22/02/2025, quando o fator passou de 9999);
      *  - linha digitável com os três primeiros campos conferidos
      *    por módulo 10;
      *  - DV do nosso-número em módulo 11 base 7.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  BARRAS-W.
               10  BARRAS-BANCO-W    PIC 9(3).
               10  BARRAS-MOEDA-W    PIC 9.
               10  BARRAS-DV-W       PIC 9.
               10  BARRAS-FATOR-W    PIC 9(4).
               10  BARRAS-VALOR-W    PIC 9(8)V99.
               10  BARRAS-LIVRE-W.
                   15  LIVRE-AGENCIA-W   PIC 9(4).
                   15  LIVRE-CARTEIRA-W  PIC 9(2).
                   15  LIVRE-NOSSO-NR-W  PIC 9(11).
                   15  LIVRE-CONTA-W     PIC 9(7).
                   15  LIVRE-ZERO-W      PIC 9.
           05  BARRAS-R REDEFINES BARRAS-W.
               10  BARRAS-DIG-W      PIC 9 OCCURS 44 TIMES.
      *    AREA DE CALCULO DOS DIGITOS VERIFICADORES: O NUMERO FICA
      *    ALINHADO A DIREITA EM CALCULO-W (ZEROS A ESQUERDA NAO
      *    ALTERAM NENHUM DOS DOIS MODULOS).
           05  CALCULO-W             PIC X(44)    VALUE ZEROS.
           05  CALCULO-R REDEFINES CALCULO-W.
               10  CALCULO-DIG-W     PIC 9 OCCURS 44 TIMES.
           05  IND-C                 PIC 9(2)     VALUE ZEROS.
           05  PESO-W                PIC 9(2)     VALUE ZEROS.
           05  PESO-MAX-W            PIC 9(2)     VALUE ZEROS.
           05  PRODUTO-W             PIC 9(3)     VALUE ZEROS.
           05  SOMA-W                PIC 9(5)     VALUE ZEROS.
           05  RESTO-W               PIC 9(2)     VALUE ZEROS.
           05  QUOCIENTE-W           PIC 9(5)     VALUE ZEROS.
           05  DV-W                  PIC 9(2)     VALUE ZEROS.
           05  DIAS-FATOR-W          PIC 9(6)     VALUE ZEROS.
           05  CAMPO1-W.
               10  CAMPO1-A-W        PIC X(5).
               10  CAMPO1-B-W        PIC X(4).
               10  CAMPO1-DV-W       PIC 9.
           05  CAMPO2-W.
               10  CAMPO2-A-W        PIC X(5).
               10  CAMPO2-B-W        PIC X(5).
               10  CAMPO2-DV-W       PIC 9.
           05  CAMPO3-W.
               10  CAMPO3-A-W        PIC X(5).
               10  CAMPO3-B-W        PIC X(5).
               10  CAMPO3-DV-W       PIC 9.
           05  NOSSO-NR-BASE-W.
               10  NN-CARTEIRA-W     PIC 9(2).
               10  NN-NUMERO-W       PIC 9(11).

       LINKAGE SECTION.
           COPY CRPW106C.
       PROCEDURE DIVISION USING CRP106-PARAMETROS.
       MAIN-PROCESS SECTION.
           MOVE CRP106-BANCO         TO BARRAS-BANCO-W.
           MOVE 9                    TO BARRAS-MOEDA-W.
           MOVE ZEROS                TO BARRAS-DV-W.
           PERFORM CALCULA-FATOR.
           MOVE CRP106-VALOR         TO BARRAS-VALOR-W.
           MOVE CRP106-AGENCIA       TO LIVRE-AGENCIA-W.
           MOVE CRP106-CARTEIRA      TO LIVRE-CARTEIRA-W.
           MOVE CRP106-NOSSO-NUMERO  TO LIVRE-NOSSO-NR-W.
           MOVE CRP106-CONTA         TO LIVRE-CONTA-W.
           MOVE ZEROS                TO LIVRE-ZERO-W.
      *    DV GERAL: MODULO 11 SOBRE AS 43 POSICOES SEM O PROPRIO DV.
           MOVE ZEROS                TO CALCULO-W.
           MOVE BARRAS-W(1: 4)       TO CALCULO-W(2: 4).
           MOVE BARRAS-W(6: 39)      TO CALCULO-W(6: 39).
           MOVE 9 TO PESO-MAX-W.
           PERFORM CALCULA-MODULO-11.
           IF DV-W = 0 OR DV-W = 10 OR DV-W = 11
              MOVE 1 TO DV-W
           END-IF.
           MOVE DV-W TO BARRAS-DV-W.
           MOVE BARRAS-W TO CRP106-CODIGO-BARRAS.
           PERFORM MONTA-LINHA-DIGITAVEL.
           PERFORM CALCULA-DV-NOSSO-NUMERO.
           EXIT PROGRAM.

      *    FATOR = DIAS ENTRE 07/10/1997 E O VENCIMENTO; A PARTIR DE
      *    22/02/2025 (FATOR 10000) O BANCO REINICIA EM 1000.
       CALCULA-FATOR SECTION.
           COMPUTE DIAS-FATOR-W =
                   FUNCTION INTEGER-OF-DATE(CRP106-VENCTO)
                 - FUNCTION INTEGER-OF-DATE(19971007).
           IF DIAS-FATOR-W > 9999
              SUBTRACT 9000 FROM DIAS-FATOR-W
           END-IF.
           MOVE DIAS-FATOR-W TO BARRAS-FATOR-W.

      *    CAMPO 1: BANCO+MOEDA+LIVRE(1-5)   CAMPO 2: LIVRE(6-15)
      *    CAMPO 3: LIVRE(16-25)   CAMPO 4: DV GERAL
      *    CAMPO 5: FATOR+VALOR.
       MONTA-LINHA-DIGITAVEL SECTION.
           MOVE BARRAS-W(1: 4)  TO CAMPO1-A-W(1: 4).
           MOVE BARRAS-W(20: 1) TO CAMPO1-A-W(5: 1).
           MOVE BARRAS-W(21: 4) TO CAMPO1-B-W.
           MOVE ZEROS           TO CALCULO-W.
           MOVE CAMPO1-W(1: 9)  TO CALCULO-W(36: 9).
           PERFORM CALCULA-MODULO-10.
           MOVE DV-W            TO CAMPO1-DV-W.
           MOVE BARRAS-W(25: 5) TO CAMPO2-A-W.
           MOVE BARRAS-W(30: 5) TO CAMPO2-B-W.
           MOVE ZEROS           TO CALCULO-W.
           MOVE CAMPO2-W(1: 10) TO CALCULO-W(35: 10).
           PERFORM CALCULA-MODULO-10.
           MOVE DV-W            TO CAMPO2-DV-W.
           MOVE BARRAS-W(35: 5) TO CAMPO3-A-W.
           MOVE BARRAS-W(40: 5) TO CAMPO3-B-W.
           MOVE ZEROS           TO CALCULO-W.
           MOVE CAMPO3-W(1: 10) TO CALCULO-W(35: 10).
           PERFORM CALCULA-MODULO-10.
           MOVE DV-W            TO CAMPO3-DV-W.
           MOVE SPACES TO CRP106-LINHA-DIGITAVEL.
           STRING CAMPO1-A-W "." CAMPO1-B-W CAMPO1-DV-W " "
                  CAMPO2-A-W "." CAMPO2-B-W CAMPO2-DV-W " "
                  CAMPO3-A-W "." CAMPO3-B-W CAMPO3-DV-W " "
                  BARRAS-W(5: 1) " "
                  BARRAS-W(6: 14)
                  DELIMITED BY SIZE INTO CRP106-LINHA-DIGITAVEL.

       CALCULA-DV-NOSSO-NUMERO SECTION.
           MOVE CRP106-CARTEIRA     TO NN-CARTEIRA-W.
           MOVE CRP106-NOSSO-NUMERO TO NN-NUMERO-W.
           MOVE ZEROS               TO CALCULO-W.
           MOVE NOSSO-NR-BASE-W     TO CALCULO-W(32: 13).
           MOVE 7 TO PESO-MAX-W.
           PERFORM CALCULA-MODULO-11.
           EVALUATE RESTO-W
              WHEN 0  MOVE "0" TO CRP106-NOSSO-NUMERO-DV
              WHEN 1  MOVE "P" TO CRP106-NOSSO-NUMERO-DV
              WHEN OTHER
                 MOVE DV-W(2: 1) TO CRP106-NOSSO-NUMERO-DV
           END-EVALUATE.

      *    MODULO 10: PESOS 2,1,2,1... DA DIREITA PARA A ESQUERDA;
      *    PRODUTO ACIMA DE 9 SOMA OS DOIS DIGITOS (MENOS 9).
       CALCULA-MODULO-10 SECTION.
           MOVE ZEROS TO SOMA-W.
           MOVE 2     TO PESO-W.
           PERFORM VARYING IND-C FROM 44 BY -1 UNTIL IND-C < 1
              COMPUTE PRODUTO-W = CALCULO-DIG-W(IND-C) * PESO-W
              IF PRODUTO-W > 9
                 SUBTRACT 9 FROM PRODUTO-W
              END-IF
              ADD PRODUTO-W TO SOMA-W
              IF PESO-W = 2
                 MOVE 1 TO PESO-W
              ELSE
                 MOVE 2 TO PESO-W
              END-IF
           END-PERFORM.
           DIVIDE SOMA-W BY 10 GIVING QUOCIENTE-W REMAINDER RESTO-W.
           IF RESTO-W = ZEROS
              MOVE ZEROS TO DV-W
           ELSE
              COMPUTE DV-W = 10 - RESTO-W
           END-IF.

      *    MODULO 11: PESOS 2 ATE PESO-MAX-W, CICLICOS, DA DIREITA
      *    PARA A ESQUERDA. DEVOLVE O RESTO E DV-W = 11 - RESTO (O
      *    TRATAMENTO DE 0/10/11 FICA COM QUEM CHAMA).
       CALCULA-MODULO-11 SECTION.
           MOVE ZEROS TO SOMA-W.
           MOVE 2     TO PESO-W.
           PERFORM VARYING IND-C FROM 44 BY -1 UNTIL IND-C < 1
              COMPUTE PRODUTO-W = CALCULO-DIG-W(IND-C) * PESO-W
              ADD PRODUTO-W TO SOMA-W
              IF PESO-W = PESO-MAX-W
                 MOVE 2 TO PESO-W
              ELSE
                 ADD 1 TO PESO-W
              END-IF
           END-PERFORM.
           DIVIDE SOMA-W BY 11 GIVING QUOCIENTE-W REMAINDER RESTO-W.
           COMPUTE DV-W = 11 - RESTO-W.
