      *classificação por código de apuração em CXD020. Aponta títulos
      *baixados sem classificação no caixa e diferenças de valor entre
      *o total do título e o valor efetivamente baixado.
      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - CPD030 COM VARIAS BAIXAS POR TITULO:
      *             O VALOR BAIXADO E A SOMA DE TODAS AS BAIXAS DO
      *             TITULO; TITULO EM ABERTO COM BAIXA PARCIAL ENTRA NO
      *             EM ABERTO PELO SALDO E SAI EM LINHA PROPRIA.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           05  QT-BAIXADO-W          PIC 9(5)     VALUE ZEROS.
           05  QT-SEM-CLASSIF-W      PIC 9(5)     VALUE ZEROS.
           05  QT-DIVERGENTE-W       PIC 9(5)     VALUE ZEROS.
           05  TOTAL-PARCIAL-W       PIC 9(9)V99  VALUE ZEROS.
           05  QT-PARCIAL-W          PIC 9(5)     VALUE ZEROS.
           05  TOTAL-PAGO-W          PIC 9(9)V99  VALUE ZEROS.
           05  QT-BAIXAS-W           PIC 9(3)     VALUE ZEROS.
           05  ULT-COD-APUR-W        PIC X(5)     VALUE SPACES.
           COPY "PARAMETR".
       01  CAB01.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  FILLER          PIC X(20) VALUE "VALOR DIVERGENTE.: ".
           05  QT-DIVERGENTE-REL   PIC ZZ.ZZ9.
       01  LINTOT5.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  FILLER          PIC X(25) VALUE
               "PAGO PARCIAL (ABERTOS).: ".
           05  TOTAL-PARCIAL-REL   PIC ZZ.ZZZ.ZZZ,ZZ.
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  FILLER          PIC X(20) VALUE "QTDE PARCIAL.....: ".
           05  QT-PARCIAL-REL      PIC ZZ.ZZ9.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
           MOVE QT-SEM-CLASSIF-W     TO QT-SEM-CLASSIF-REL.
           MOVE DIFERENCA-TOTAL-W    TO DIFERENCA-REL.
           MOVE QT-DIVERGENTE-W      TO QT-DIVERGENTE-REL.
           MOVE TOTAL-PARCIAL-W      TO TOTAL-PARCIAL-REL.
           MOVE QT-PARCIAL-W         TO QT-PARCIAL-REL.
           WRITE REG-RELAT FROM LINTOT1 AFTER 2.
           WRITE REG-RELAT FROM LINTOT2 AFTER 1.
           WRITE REG-RELAT FROM LINTOT3 AFTER 1.
           WRITE REG-RELAT FROM LINTOT4 AFTER 1.
           WRITE REG-RELAT FROM LINTOT5 AFTER 1.
           CLOSE RELAT.

       CLASSIFICAR-TITULO SECTION.
      *    SITUACAO-CP20 = 0 (ABERTO) OU 1 (SUSPENSO) AINDA NAO FORAM
      *    BAIXADOS - MESMO CRITERIO USADO PELA VARREDURA DE TITULOS
      *    EM ABERTO DE CPP051T (SITUACAO-CP20 > 1 ENCERRA A
      *    VARREDURA). PODEM TER BAIXAS PARCIAIS EM CPD030: O EM
      *    ABERTO CONSIDERA SO O SALDO E O PAGO SAI A PARTE.
           MOVE FORNEC-CP20 TO FORNEC-REL.
           MOVE SEQ-CP20    TO SEQ-REL.
           MOVE VALOR-TOT-CP20 TO VALOR-TITULO-REL.
           PERFORM SOMA-BAIXAS-TITULO.
           IF SITUACAO-CP20 NOT > 1
              ADD 1 TO QT-ABERTO-W
              IF TOTAL-PAGO-W = ZEROS
                 ADD VALOR-TOT-CP20 TO TOTAL-ABERTO-W
              ELSE
                 ADD 1 TO QT-PARCIAL-W
                 ADD TOTAL-PAGO-W TO TOTAL-PARCIAL-W
                 IF VALOR-TOT-CP20 > TOTAL-PAGO-W
                    COMPUTE TOTAL-ABERTO-W = TOTAL-ABERTO-W
                          + VALOR-TOT-CP20 - TOTAL-PAGO-W
                 END-IF
                 MOVE TOTAL-PAGO-W   TO VALOR-BAIXADO-REL
                 MOVE ULT-COD-APUR-W TO COD-APUR-REL
                 MOVE "BAIXA PARCIAL - TITULO EM ABERTO" TO
                                                       OCORRENCIA-REL
                 WRITE REG-RELAT FROM LINDET AFTER 1
              END-IF
           ELSE
              ADD 1 TO QT-BAIXADO-W
              ADD VALOR-TOT-CP20 TO TOTAL-BAIXADO-CP20-W
              IF QT-BAIXAS-W = ZEROS
                 ADD 1 TO QT-SEM-CLASSIF-W
                 MOVE ZEROS  TO VALOR-BAIXADO-REL
                 MOVE SPACES TO COD-APUR-REL
                 MOVE "NAO CLASSIFICADO NO CAIXA (CXD020)" TO
                                                       OCORRENCIA-REL
                 WRITE REG-RELAT FROM LINDET AFTER 1
              ELSE
                 ADD TOTAL-PAGO-W TO TOTAL-BAIXADO-CP30-W
                 MOVE TOTAL-PAGO-W   TO VALOR-BAIXADO-REL
                 MOVE ULT-COD-APUR-W TO COD-APUR-REL
                 IF TOTAL-PAGO-W <> VALOR-TOT-CP20
                    ADD 1 TO QT-DIVERGENTE-W
                    MOVE "VALOR BAIXADO DIVERGE DO TITULO" TO
                                                       OCORRENCIA-REL
                    WRITE REG-RELAT FROM LINDET AFTER 1
                 END-IF
              END-IF
           END-IF.

      *    SOMA TODAS AS BAIXAS DO TITULO EM CPD030 (CHAVE DO TITULO +
      *    SEQUENCIA DA BAIXA), GUARDANDO O CODIGO DE APURACAO DA
      *    ULTIMA.
       SOMA-BAIXAS-TITULO SECTION.
           MOVE ZEROS  TO TOTAL-PAGO-W QT-BAIXAS-W.
           MOVE SPACES TO ULT-COD-APUR-W.
           MOVE FORNEC-CP20 TO FORNEC-CP30.
           MOVE SEQ-CP20    TO SEQ-CP30.
           MOVE ZEROS       TO SEQ-BAIXA-CP30.
           START CPD030 KEY IS NOT LESS CHAVE-CP30 INVALID KEY
                 MOVE "10" TO ST-CPD030.
           PERFORM UNTIL ST-CPD030 = "10"
              READ CPD030 NEXT RECORD AT END MOVE "10" TO ST-CPD030
              NOT AT END
                IF FORNEC-CP30 <> FORNEC-CP20 OR SEQ-CP30 <> SEQ-CP20
                   MOVE "10" TO ST-CPD030
                ELSE
                   ADD VALOR-BAIXADO-CP30 TO TOTAL-PAGO-W
                   ADD 1 TO QT-BAIXAS-W
                   MOVE CODIGO-COMPL-CP30 TO ULT-COD-APUR-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD030.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CPD020 CXD020 CPD030.
           EXIT PROGRAM.
