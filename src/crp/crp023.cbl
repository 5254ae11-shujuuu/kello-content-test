      *CLIENTE; 42-47 CONTRATO; 48-52 SEQUENCIA; 53-62 VALOR (8
      *INTEIROS + 2 DECIMAIS, SEM VIRGULA); 63-68 COMPETENCIA AAAAMM.

      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - PARCELA COM BOLETO EMITIDO (CRD141,
      *             CRP104) NÃO É COBRADA NO CARTÃO.
      *15/10/2026 - ALTERAÇÃO - PARCELA COM CHEQUE PRÉ-DATADO EM
      *             CUSTÓDIA OU DEPOSITADO (CRD180, CRP111) NÃO É
      *             COBRADA NO CARTÃO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
           COPY CRPX100.
           COPY CRPX020.
           COPY CRPX120.
           COPY CRPX141.
           COPY CRPX180.
           COPY CGPX010.
           SELECT COBRANCA ASSIGN TO COBRANCA-PATH-W
               ORGANIZATION LINE SEQUENTIAL
       COPY CRPW100.
       COPY CRPW020.
       COPY CRPW120.
       COPY CRPW141.
       COPY CRPW180.
       COPY CGPW010.
       FD  COBRANCA
           LABEL RECORD IS OMITTED.
           05  ST-CRD100             PIC XX       VALUE SPACES.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CRD120             PIC XX       VALUE SPACES.
           05  ST-CRD141             PIC XX       VALUE SPACES.
           05  TEM-CRD141-W          PIC 9        VALUE ZEROS.
           05  ST-CRD180             PIC XX       VALUE SPACES.
           05  TEM-CRD180-W          PIC 9        VALUE ZEROS.
           05  CHEQUE-W              PIC 9        VALUE ZEROS.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-COBRANCA           PIC XX       VALUE SPACES.
           05  PATH-CGD010           PIC X(30)    VALUE SPACES.
           05  QT-EXPORTADO-W        PIC 9(5)     VALUE ZEROS.
           05  QT-SEM-TOKEN-W        PIC 9(5)     VALUE ZEROS.
           05  QT-JA-EXPORTADO-W     PIC 9(5)     VALUE ZEROS.
           05  QT-COM-BOLETO-W       PIC 9(5)     VALUE ZEROS.
           05  QT-COM-CHEQUE-W       PIC 9(5)     VALUE ZEROS.
           05  TOTAL-EXPORTADO-W     PIC 9(10)V99 VALUE ZEROS.
           05  VALOR-SEM-VIRGULA-W   PIC 9(8)V99  VALUE ZEROS.
           COPY "PARAMETR".
       01  LINTOT3.
           05  FILLER        PIC X(22) VALUE "JA EXPORTADAS......: ".
           05  QT-JA-REL           PIC ZZ.ZZ9.
       01  LINTOT4.
           05  FILLER        PIC X(22) VALUE "COM BOLETO EMITIDO.: ".
           05  QT-BOLETO-REL       PIC ZZ.ZZ9.
       01  LINTOT5.
           05  FILLER        PIC X(22) VALUE "COM CHEQUE PRE-DAT.: ".
           05  QT-CHEQUE-REL       PIC ZZ.ZZ9.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W QT-EXPORTADO-W QT-SEM-TOKEN-W
                         QT-JA-EXPORTADO-W TOTAL-EXPORTADO-W
                         QT-COM-BOLETO-W QT-COM-CHEQUE-W.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CRD100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD100.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD120" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD120.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CRD141" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD141.
           MOVE "CRD180" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD180.
           OPEN INPUT CRD100 CRD020 CGD010.
      *    CRD141 (BOLETOS DO CRP104) SO EXISTE DEPOIS DO PRIMEIRO
      *    CARNE EMITIDO.
           OPEN INPUT CRD141.
           IF ST-CRD141 = "00"
              MOVE 1 TO TEM-CRD141-W
           END-IF.
      *    CRD180 (CUSTODIA DE CHEQUES DO CRP111) SO EXISTE DEPOIS DO
      *    PRIMEIRO CHEQUE REGISTRADO.
           OPEN INPUT CRD180.
           IF ST-CRD180 = "00"
              MOVE 1 TO TEM-CRD180-W
           END-IF.
           OPEN I-O CRD120.
           IF ST-CRD120 = "35"
              OPEN OUTPUT CRD120
           MOVE TOTAL-EXPORTADO-W TO TOTAL-EXP-REL.
           MOVE QT-SEM-TOKEN-W    TO QT-SEM-REL.
           MOVE QT-JA-EXPORTADO-W TO QT-JA-REL.
           MOVE QT-COM-BOLETO-W   TO QT-BOLETO-REL.
           MOVE QT-COM-CHEQUE-W   TO QT-CHEQUE-REL.
           WRITE REG-RELAT FROM LINTOT1 AFTER 2.
           WRITE REG-RELAT FROM LINTOT2 AFTER 1.
           WRITE REG-RELAT FROM LINTOT3 AFTER 1.
           WRITE REG-RELAT FROM LINTOT4 AFTER 1.
           WRITE REG-RELAT FROM LINTOT5 AFTER 1.
           CLOSE RELAT.
           DISPLAY "ARQUIVO GERADO: " COBRANCA-PATH-W.

       COBRA-PARCELA SECTION.
           PERFORM ACHA-TOKEN-CLIENTE.
           PERFORM MONTA-LINHA-CONFERENCIA.
           PERFORM VERIFICA-BOLETO.
           PERFORM VERIFICA-CHEQUE.
           IF SITUACAO-CR141 < 9
              ADD 1 TO QT-COM-BOLETO-W
              MOVE "COM BOLETO EMITIDO" TO LINDET-REL(64: 25)
           ELSE
              IF CHEQUE-W = 1
                 ADD 1 TO QT-COM-CHEQUE-W
                 MOVE "COM CHEQUE PRE-DATADO" TO LINDET-REL(64: 25)
              ELSE
                 IF TOKEN-ACHADO-W = SPACES
                    ADD 1 TO QT-SEM-TOKEN-W
                    MOVE "SEM CARTAO/TOKEN VALIDO"
                      TO LINDET-REL(64: 25)
                 ELSE
                    PERFORM GRAVA-DETALHE-COBRANCA
                    PERFORM GRAVA-CONTROLE-EXPORTADO
                    ADD 1 TO QT-EXPORTADO-W
                    ADD VALOR-TOT-CR100 TO TOTAL-EXPORTADO-W
                    MOVE "EXPORTADA" TO LINDET-REL(64: 25)
                 END-IF
              END-IF
           END-IF.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
              MOVE 4 TO LIN
           END-IF.

      *    PARCELA JA COBRADA POR BOLETO (CARNE DO CRP104) NAO VAI
      *    PARA O CARTAO - SITUACAO 9 = SEM BOLETO.
       VERIFICA-BOLETO SECTION.
           MOVE 9 TO SITUACAO-CR141.
           IF TEM-CRD141-W = 1
              MOVE CONTRATO-CR100 TO CONTRATO-CR141
              MOVE SEQ-CR100      TO SEQ-CR141
              READ CRD141 INVALID KEY
                   MOVE 9 TO SITUACAO-CR141
              END-READ
           END-IF.

      *    PARCELA PAGA POR CHEQUE PRE-DATADO (CRP111) EM CUSTODIA OU
      *    DEPOSITADO (SITUACAO 0/1) NAO VAI PARA O CARTAO.
       VERIFICA-CHEQUE SECTION.
           MOVE ZEROS TO CHEQUE-W.
           IF TEM-CRD180-W = 0
              GO VERIFICA-CHEQUE-FIM
           END-IF.
           MOVE CONTRATO-CR100 TO CONTRATO-CR180.
           MOVE SEQ-CR100      TO SEQ-CR180.
           START CRD180 KEY IS = TITULO-CR180 INVALID KEY
                 MOVE "10" TO ST-CRD180.
           PERFORM UNTIL ST-CRD180 = "10"
              READ CRD180 NEXT RECORD AT END MOVE "10" TO ST-CRD180
              NOT AT END
                IF CONTRATO-CR180 <> CONTRATO-CR100
                   OR SEQ-CR180 <> SEQ-CR100
                   MOVE "10" TO ST-CRD180
                ELSE
                   IF SITUACAO-CR180 < 2
                      MOVE 1    TO CHEQUE-W
                      MOVE "10" TO ST-CRD180
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD180.
       VERIFICA-CHEQUE-FIM.
           EXIT.

      *    PROCURA, ENTRE OS CARTOES DO CLIENTE EM CRD020, O DE MAIOR
      *    SEQUENCIA COM TOKEN GRAVADO E VALIDADE (MMAAAA) ALCANCANDO
      *    A COMPETENCIA COBRADA.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CRD100 CRD020 CRD120 CGD010.
           IF TEM-CRD141-W = 1
              CLOSE CRD141
           END-IF.
           IF TEM-CRD180-W = 1
              CLOSE CRD180
           END-IF.
           IF ERRO-W = 0
              CLOSE COBRANCA
           END-IF.
