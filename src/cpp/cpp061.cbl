      *02/09/2026 - INCLUSÃO - TITULO PAGO POR CHEQUE (DIARIO CPD053,
      *             CPP070) GANHA A LINHA "PAGO CHEQUE nnn" LOGO
      *             ABAIXO, PELA CHAVE ALTERNADA DO TITULO.
      *15/10/2026 - ALTERAÇÃO - TITULO COM VARIAS BAIXAS (PARCIAIS)
      *             EM CPD030: CADA BAIXA SAI EM SUA LINHA COM O SALDO
      *             ACUMULADO; TITULO AINDA EM ABERTO COM BAIXA PARCIAL
      *             GANHA A LINHA "PAGO ATE HOJE" E ENTRA NO TOTAL EM
      *             ABERTO PELO SALDO DO TITULO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           05  VENCTO-FIM-W          PIC 9(8)     VALUE ZEROS.
           05  SALDO-W               PIC S9(11)V99 VALUE ZEROS.
           05  TOTAL-ABERTO-W        PIC 9(11)V99 VALUE ZEROS.
           05  QT-BAIXAS-W           PIC 9(3)     VALUE ZEROS.
           05  PAGO-TIT-W            PIC 9(9)V99  VALUE ZEROS.
           05  SALDO-TIT-W           PIC 9(9)V99  VALUE ZEROS.
           COPY "PARAMETR".

       01  CAB01.
           WRITE REG-RELAT FROM LINTOT1 AFTER 2.

       IMPRIME-TITULO SECTION.
           MOVE ZEROS TO QT-BAIXAS-W PAGO-TIT-W.
           ADD VALOR-TOT-CP20 TO SALDO-W.
           MOVE SPACES           TO LINDET-REL
           MOVE SEQ-CP20         TO LINDET-REL(1: 5)
           MOVE DATA-VENCTO-CP20 TO LINDET-REL(18: 9)
           MOVE VALOR-TOT-CP20   TO LINDET-REL(29: 12)
           MOVE SITUACAO-CP20    TO LINDET-REL(42: 2)
      *    BAIXAS DO TITULO EM CPD030 (CHAVE DO TITULO + SEQUENCIA DA
      *    BAIXA): A PRIMEIRA SAI NA LINHA DO TITULO, AS DEMAIS LOGO
      *    ABAIXO.
           MOVE FORNEC-CP20 TO FORNEC-CP30.
           MOVE SEQ-CP20    TO SEQ-CP30.
           MOVE ZEROS       TO SEQ-BAIXA-CP30.
           START CPD030 KEY IS NOT < CHAVE-CP30 INVALID KEY
                 MOVE "10" TO ST-CPD030.
           PERFORM UNTIL ST-CPD030 <> "00"
              READ CPD030 NEXT RECORD AT END MOVE "10" TO ST-CPD030
              NOT AT END
                IF FORNEC-CP30 <> FORNEC-CP20
                   OR SEQ-CP30 <> SEQ-CP20
                   MOVE "10" TO ST-CPD030
                ELSE
                   PERFORM IMPRIME-BAIXA
                END-IF
              END-READ
           END-PERFORM.
           IF ST-CPD030 = "10"
              MOVE "00" TO ST-CPD030
           END-IF.
           IF QT-BAIXAS-W = ZEROS
              ADD VALOR-TOT-CP20 TO TOTAL-ABERTO-W
              MOVE "EM ABERTO" TO LINDET-REL(46: 12)
              MOVE SALDO-W     TO LINDET-REL(72: 14)
           END-IF.
           PERFORM IMPRIME-LINHA.
           IF QT-BAIXAS-W > ZEROS AND SITUACAO-CP20 < 2
              AND VALOR-TOT-CP20 > PAGO-TIT-W
              COMPUTE SALDO-TIT-W = VALOR-TOT-CP20 - PAGO-TIT-W
              ADD SALDO-TIT-W TO TOTAL-ABERTO-W
              MOVE SPACES TO LINDET-REL
              MOVE "   PAGO ATE HOJE" TO LINDET-REL(1: 16)
              MOVE PAGO-TIT-W         TO LINDET-REL(18: 11)
              MOVE "SALDO DO TITULO"  TO LINDET-REL(31: 15)
              MOVE SALDO-TIT-W        TO LINDET-REL(47: 11)
              PERFORM IMPRIME-LINHA
           END-IF.
           PERFORM IMPRIME-CHEQUES-TITULO.

       IMPRIME-BAIXA SECTION.
           ADD 1 TO QT-BAIXAS-W.
           IF QT-BAIXAS-W > 1
              PERFORM IMPRIME-LINHA
              MOVE SPACES TO LINDET-REL
              MOVE "   BAIXA"     TO LINDET-REL(1: 8)
              MOVE SEQ-BAIXA-CP30 TO LINDET-REL(10: 3)
           END-IF.
           ADD VALOR-BAIXADO-CP30 TO PAGO-TIT-W.
           SUBTRACT VALOR-BAIXADO-CP30 FROM SALDO-W.
           MOVE DATA-BAIXA-CP30    TO LINDET-REL(46: 9)
           MOVE VALOR-BAIXADO-CP30 TO LINDET-REL(57: 12)
           MOVE SALDO-W            TO LINDET-REL(72: 14).

       IMPRIME-LINHA SECTION.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.

      *    CHEQUES EMITIDOS PARA O TITULO (DIARIO CPD053, CHAVE
      *    ALTERNADA FORNECEDOR+SEQUENCIA): MOSTRA COMO O TITULO FOI
