      *             DO TÍTULO, COMO NO LBP215: A SEGUNDA ESTAÇÃO
      *             RECEBE "EM USO POR..." EM VEZ DE CONGELAR NA
      *             LEITURA TRAVADA.
      *15/10/2026 - ALTERAÇÃO - TÍTULO COM BAIXA (CPD030) DATADA EM
      *             COMPETÊNCIA JÁ FECHADA NO CPP071 (CONSULTA PELO
      *             CPP079) NÃO PODE TER SITUAÇÃO NEM VALOR ALTERADOS.

       ENVIRONMENT DIVISION.
       class-control.
       FILE-CONTROL.
           COPY CPPX020.
           COPY CPPX044.
           COPY CPPX030.

       DATA DIVISION.
       FILE SECTION.
       COPY CPPW020.
       COPY CPPW044.
       COPY CPPW030.

       WORKING-STORAGE SECTION.
           COPY "CPP020T.CPB".
       01  VARIAVEIS.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD044             PIC XX       VALUE SPACES.
           05  ST-CPD030             PIC XX       VALUE SPACES.
           05  PREV-DEF-ANTES-W      PIC 9        VALUE ZEROS.
           05  SITUACAO-ANTES-W      PIC 9        VALUE ZEROS.
           05  VALOR-ANTES-W         PIC 9(8)V99  VALUE ZEROS.
           05  BAIXA-FECHADA-W       PIC 9        VALUE ZEROS.
           05  GRAVA-W               PIC 9        VALUE ZEROS.
      *    CONFIRMA-DUP-W = 1 QUANDO O OPERADOR JA FOI AVISADO DE
      *    POSSIVEL DUPLICIDADE E O PROXIMO SALVAR CONFIRMA.
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
           COPY LOGW026C.
           COPY CPPW079C.

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CPD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "CPD044" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD044.
           MOVE "CPD030" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD030.
           OPEN I-O CPD020
           OPEN I-O CPD044
           OPEN INPUT CPD030
           MOVE ZEROS TO GRAVA-W.
           IF ST-CPD044 = "35"
              CLOSE CPD044      OPEN OUTPUT CPD044
                 MOVE DESCRICAO-CP20     TO GS-DESCRICAO
                 MOVE DATA-VENCTO-CP20   TO GS-DATA-VENCTO
                 MOVE VALOR-TOT-CP20     TO GS-VALOR-TOT
                                            VALOR-ANTES-W
                 MOVE SITUACAO-CP20      TO GS-SITUACAO
                                            SITUACAO-ANTES-W
                 MOVE PREV-DEF-CP20      TO GS-PREV-DEF
                                            PREV-DEF-ANTES-W
           END-READ.
                 GO SALVAR-DADOS-FIM
              END-IF
           END-IF.
      *    SITUACAO E VALOR DE TITULO COM BAIXA EM MES JA FECHADO E
      *    ENVIADO AO CONTADOR NAO MUDAM MAIS (REABRIR NO CPP071).
           IF GRAVA-W = 0 AND (GS-SITUACAO <> SITUACAO-ANTES-W
                               OR GS-VALOR-TOT <> VALOR-ANTES-W)
              PERFORM VERIFICA-BAIXA-FECHADA
              IF BAIXA-FECHADA-W = 1
                 MOVE "BAIXA EM MES FECHADO (CPP071) - NAO GRAVADO"
                   TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 MOVE ZEROS TO ERRO-W
                 GO SALVAR-DADOS-FIM
              END-IF
           END-IF.
           MOVE GS-FORNEC          TO FORNEC-CP20.
           MOVE GS-SEQ             TO SEQ-CP20.
           MOVE GS-NR-DOCTO        TO NR-DOCTO-CP20.
       VERIFICA-DUPLO-COMANDO-FIM.
           EXIT.

      *    PERCORRE AS BAIXAS DO TITULO EM CPD030 E CONSULTA NO
      *    CPP079 A COMPETENCIA DA DATA DE CADA UMA.
       VERIFICA-BAIXA-FECHADA SECTION.
           MOVE ZEROS     TO BAIXA-FECHADA-W.
           IF ST-CPD030 <> "00"
              GO VERIFICA-BAIXA-FECHADA-FIM
           END-IF.
           MOVE GS-FORNEC TO FORNEC-CP30.
           MOVE GS-SEQ    TO SEQ-CP30.
           MOVE ZEROS     TO SEQ-BAIXA-CP30.
           START CPD030 KEY IS NOT < CHAVE-CP30 INVALID KEY
                 MOVE "10" TO ST-CPD030.
           PERFORM UNTIL ST-CPD030 = "10"
              READ CPD030 NEXT RECORD AT END MOVE "10" TO ST-CPD030
              NOT AT END
                IF FORNEC-CP30 <> GS-FORNEC OR SEQ-CP30 <> GS-SEQ
                   MOVE "10" TO ST-CPD030
                ELSE
                   MOVE DATA-BAIXA-CP30 TO CPP079-DATA
                   CALL "CPP079" USING PARAMETROS-W CPP079-PARAMETROS
                   CANCEL "CPP079"
                   IF CPP079-FECHADA = 1
                      MOVE 1    TO BAIXA-FECHADA-W
                      MOVE "10" TO ST-CPD030
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CPD030.
       VERIFICA-BAIXA-FECHADA-FIM.
           EXIT.

       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE.
           END-IF.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CPD020 CPD044 CPD030.
           MOVE DS-QUIT-SET TO DS-CONTROL.
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.
