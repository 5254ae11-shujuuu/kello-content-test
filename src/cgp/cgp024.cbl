      *             CGP029) NA TELA, PELA CHAVE ALTERNADA DE
      *             CONTRATO - O BALCÃO VÊ A PENDÊNCIA ANTES DE
      *             PROMETER QUALQUER COISA.
      *15/10/2026 - ALTERAÇÃO - VID110 COM CONTRATO 9(8): EDIÇÕES LIDAS
      *             PELO CONTRATO CHEIO (ACABA A COLISÃO DE CONTRATOS
      *             COM OS MESMOS 4 DÍGITOS FINAIS).
      *15/10/2026 - INCLUSÃO - TÍTULOS DO CONTAS A RECEBER DO CONTRATO
      *             (CRD100) COM O NÚMERO DA NFS-E DE CADA PARCELA
      *             (CRD161, CRP108/CRP109).
      *15/10/2026 - INCLUSÃO - COMPLEMENTO DO CONTRATO (COD041):
      *             INSTITUIÇÃO, CURSO, DATAS DA COLAÇÃO E DO BAILE,
      *             FORMANDOS E SITUAÇÃO.
      *15/10/2026 - ALTERAÇÃO - TÍTULO CANCELADO NA DESISTÊNCIA DO
      *             FORMANDO (SITUAÇÃO 5, CRP110) IDENTIFICADO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COPX040.
           COPY COPX041.
           COPY CGPX010.
           COPY CGPX011.
           COPY LBPX102.
           COPY LBPX215.
           COPY LBPX216.
           COPY CGPX019.
           COPY CRPX100.
           COPY CRPX161.

       DATA DIVISION.
       FILE SECTION.
       COPY COPW040.
       COPY COPW041.
       COPY CGPW010.
       COPY CGPW011.
       COPY LBPW102.
       COPY LBPW215.
       COPY LBPW216.
       COPY CGPW019.
       COPY CRPW100.
       COPY CRPW161.
       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  COD041-EXISTE-W       PIC 9        VALUE ZEROS.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-LBD102             PIC XX       VALUE SPACES.
           05  ST-LBD215             PIC XX       VALUE SPACES.
           05  ST-LBD216             PIC XX       VALUE SPACES.
           05  ST-CGD019             PIC XX       VALUE SPACES.
           05  ST-CRD100             PIC XX       VALUE SPACES.
           05  ST-CRD161             PIC XX       VALUE SPACES.
           05  PATH-CGD010           PIC X(30)    VALUE SPACES.
           05  PATH-CGD011           PIC X(30)    VALUE SPACES.
           05  PATH-LBD215           PIC X(30)    VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  CONTRATO-W            PIC 9(8)     VALUE ZEROS.
           05  CONTRATO6-W           PIC 9(6)     VALUE ZEROS.
           05  QT-LANCTOS-W          PIC 9(7)     VALUE ZEROS.
           05  QT-FILME-PROB-W       PIC 9(7)     VALUE ZEROS.
           05  QT-FOTOG-PROB-W       PIC 9(7)     VALUE ZEROS.
           05  QT-FITAS-W            PIC 9(5)     VALUE ZEROS.
           05  QT-REMESSAS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-RECLAMACOES-W      PIC 9(5)     VALUE ZEROS.
           05  QT-TITULOS-W          PIC 9(5)     VALUE ZEROS.
           05  SITUACAO-TIT-W        PIC X(11)    VALUE SPACES.
           05  NFSE-TIT-W            PIC X(30)    VALUE SPACES.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
           MOVE 9 TO CONTRATO-W.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "COD040" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040.
           MOVE "COD041" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "LBD102" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD102.
           MOVE "LBD215" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD215.
           MOVE "LBD216" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD216.
           MOVE "CGD019" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD019.
           MOVE "CRD100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD100.
           MOVE "CRD161" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD161.
           OPEN INPUT COD040 CGD010 CGD011 LBD102 VID110 VID120
                      LBD215 LBD216.
           OPEN INPUT CGD019.
           OPEN INPUT CRD100 CRD161.
           OPEN INPUT COD041.
           IF ST-COD041 = "00"
              MOVE 1 TO COD041-EXISTE-W
           END-IF.
           IF ST-COD040 <> "00"
              DISPLAY "ERRO ABERTURA COD040: " ST-COD040
              MOVE 1 TO ERRO-W.
           IF CONTRATO-W = ZEROS
              GO CONSULTA-CONTRATO-FIM
           END-IF.
           MOVE CONTRATO-W TO CONTRATO6-W.
           PERFORM MOSTRA-CONTRATO-CLIENTE.
           PERFORM MOSTRA-AVALIACAO.
           PERFORM MOSTRA-VIDEO.
           PERFORM MOSTRA-FITAS.
           PERFORM MOSTRA-REMESSAS.
           PERFORM MOSTRA-RECLAMACOES.
           PERFORM MOSTRA-TITULOS-CR.
       CONSULTA-CONTRATO-FIM.
           EXIT.

           END-READ.
           DISPLAY "== CONTRATO " CONTRATO-W " - "
                   IDENTIFICACAO-CO40.
           IF COD041-EXISTE-W = 1
              MOVE CONTRATO6-W TO NR-CONTRATO-CO41
              READ COD041 INVALID KEY
                   DISPLAY "COMPLEMENTO DO CONTRATO NAO CADASTRADO"
              NOT INVALID KEY
                   DISPLAY "INSTITUICAO: " INSTITUICAO-CO41
                   DISPLAY "CURSO......: " CURSO-CO41
                           " FORMANDOS " QT-FORMANDOS-CO41
                   DISPLAY "COLACAO....: " DATA-COLACAO-CO41
                           " BAILE " DATA-BAILE-CO41
                           " SITUACAO " SITUACAO-CO41
              END-READ
           END-IF.
           MOVE ZEROS      TO CLASSIF-CG10 CLASSIF-CG11.
           MOVE CONTRATO-W TO CODIGO-CG10 CODIGO-CG11.
           READ CGD010 INVALID KEY MOVE SPACES TO NOME-CG10
       MOSTRA-VIDEO SECTION.
           MOVE ZEROS TO QT-ITENS-VIDEO-W QT-REJEITADOS-W.
           DISPLAY "-- VIDEO (VID110)".
           MOVE CONTRATO-W TO CONTRATO-V110.
           MOVE ZEROS       TO ITEM-V110 TIPO-V110.
           START VID110 KEY IS NOT < CHAVE-V110 INVALID KEY
                 MOVE "10" TO ST-VID110.
           PERFORM UNTIL ST-VID110 = "10"
              READ VID110 NEXT RECORD AT END MOVE "10" TO ST-VID110
              NOT AT END
                IF CONTRATO-V110 <> CONTRATO-W
                   MOVE "10" TO ST-VID110
                ELSE
                   ADD 1 TO QT-ITENS-VIDEO-W
       MOSTRA-RECLAMACOES-FIM.
           EXIT.

      *    PARCELAS DO CONTAS A RECEBER DO CONTRATO (CRD100) COM A
      *    NFS-E DE CADA UMA (CRD161, PELA CHAVE ALTERNADA DO TITULO).
       MOSTRA-TITULOS-CR SECTION.
           MOVE ZEROS TO QT-TITULOS-W.
           DISPLAY "-- CONTAS A RECEBER (CRD100) E NFS-E".
           IF ST-CRD100 <> "00"
              DISPLAY "SEM CONTAS A RECEBER NESTA EMPRESA"
              GO MOSTRA-TITULOS-CR-FIM
           END-IF.
           MOVE CONTRATO6-W TO CONTRATO-CR100.
           MOVE ZEROS       TO SEQ-CR100.
           START CRD100 KEY IS NOT < CHAVE-CR100 INVALID KEY
                 MOVE "10" TO ST-CRD100.
           PERFORM UNTIL ST-CRD100 = "10"
              READ CRD100 NEXT RECORD AT END MOVE "10" TO ST-CRD100
              NOT AT END
                IF CONTRATO-CR100 <> CONTRATO6-W
                   MOVE "10" TO ST-CRD100
                ELSE
                   ADD 1 TO QT-TITULOS-W
                   PERFORM MOSTRA-UM-TITULO
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD100.
           DISPLAY "PARCELAS DO CONTRATO: " QT-TITULOS-W.
       MOSTRA-TITULOS-CR-FIM.
           EXIT.

       MOSTRA-UM-TITULO SECTION.
           EVALUATE SITUACAO-CR100
              WHEN 0     MOVE "ABERTO"      TO SITUACAO-TIT-W
              WHEN 1     MOVE "SUSPENSO"    TO SITUACAO-TIT-W
              WHEN 2     MOVE "BAIXADO"     TO SITUACAO-TIT-W
              WHEN 3     MOVE "RENEGOCIADO" TO SITUACAO-TIT-W
              WHEN 4     MOVE "CANCELADO"   TO SITUACAO-TIT-W
              WHEN OTHER MOVE "DESISTENCIA" TO SITUACAO-TIT-W
           END-EVALUATE.
           MOVE SPACES TO NFSE-TIT-W.
           IF ST-CRD161 = "00"
              MOVE CONTRATO-CR100 TO CONTRATO-CR161
              MOVE SEQ-CR100      TO SEQ-CR161
              START CRD161 KEY IS = TITULO-CR161 INVALID KEY
                    MOVE "10" TO ST-CRD161
              END-START
              PERFORM UNTIL ST-CRD161 = "10"
                 READ CRD161 NEXT RECORD AT END MOVE "10" TO ST-CRD161
                 NOT AT END
                   IF CONTRATO-CR161 <> CONTRATO-CR100
                      OR SEQ-CR161 <> SEQ-CR100
                      MOVE "10" TO ST-CRD161
                   ELSE
                      PERFORM DESCREVE-NFSE
                   END-IF
                 END-READ
              END-PERFORM
              MOVE "00" TO ST-CRD161
           END-IF.
           DISPLAY "PARCELA " SEQ-CR100
                   " VENCTO " DATA-VENCTO-CR100
                   " VALOR " VALOR-TOT-CR100
                   " " SITUACAO-TIT-W " " NFSE-TIT-W.

      *    NOTA EMITIDA PREVALECE SOBRE RPS PENDENTE OU REJEITADO.
       DESCREVE-NFSE SECTION.
           IF NFSE-TIT-W(1: 5) = "NFS-E"
              GO DESCREVE-NFSE-FIM
           END-IF.
           MOVE SPACES TO NFSE-TIT-W.
           EVALUATE SITUACAO-CR161
              WHEN 1
                 STRING "NFS-E " NR-NFSE-CR161 " DE " DATA-NFSE-CR161
                        DELIMITED BY SIZE INTO NFSE-TIT-W
              WHEN 2
                 STRING "RPS " NR-RPS-CR161 " REJEITADO"
                        DELIMITED BY SIZE INTO NFSE-TIT-W
              WHEN OTHER
                 STRING "RPS " NR-RPS-CR161 " AGUARDANDO"
                        DELIMITED BY SIZE INTO NFSE-TIT-W
           END-EVALUATE.
       DESCREVE-NFSE-FIM.
           EXIT.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE COD040 CGD010 CGD011 LBD102 VID110 VID120
                 LBD215 LBD216.
           IF ST-CGD019 = "00" CLOSE CGD019 END-IF.
           IF ST-CRD100 = "00" CLOSE CRD100 END-IF.
           IF ST-CRD161 = "00" CLOSE CRD161 END-IF.
           IF COD041-EXISTE-W = 1 CLOSE COD041 END-IF.
           EXIT PROGRAM.
