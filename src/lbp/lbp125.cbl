      *vezes - re-execução da esteira não duplica o consumo. No fim,
      *lista os itens que ficaram abaixo do mínimo.

      *MODIFICAÇÕES:
      *15/10/2026 - INCLUSÃO - RESÍDUO QUÍMICO GERADO NO DIA (LBD068)
      *             ESTIMADO PELO CONSUMO DOS QUÍMICOS, RATEADO POR
      *             PROCESSADORA PELA REPOSIÇÃO DO BANHO (LBD037);
      *             ALERTA NO LOG021 DE ESTOQUE DE RESÍDUO ACIMA DO
      *             LIMITE E DE COLETA SEM CERTIFICADO (LBP154).
      *15/10/2026 - ALTERAÇÃO - FILME REVELADO ABATE PRIMEIRO OS ROLOS
      *             ENTREGUES A FOTÓGRAFO (EM-CAMPO-L35, LBP156), QUE
      *             JÁ SAÍRAM DO SALDO NA ENTREGA; SÓ O RESTANTE É
      *             DEBITADO DO SALDO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.
           COPY LBPX101.
           COPY LBPX035.
           COPY LBPX043.
           COPY LBPX037.
           COPY LBPX068.
           COPY LBPX069.
           COPY LBPX070.

       DATA DIVISION.
       FILE SECTION.
       COPY LBPW101.
       COPY LBPW035.
       COPY LBPW043.
       COPY LBPW037.
       COPY LBPW068.
       COPY LBPW069.
       COPY LBPW070.
       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-LBD101             PIC XX       VALUE SPACES.
           05  ST-LBD035             PIC XX       VALUE SPACES.
           05  ST-LBD043             PIC XX       VALUE SPACES.
           05  ST-LBD037             PIC XX       VALUE SPACES.
           05  ST-LBD068             PIC XX       VALUE SPACES.
           05  ST-LBD069             PIC XX       VALUE SPACES.
           05  ST-LBD070             PIC XX       VALUE SPACES.
           05  LBD037-EXISTE-W       PIC 9        VALUE ZEROS.
           05  LBD069-EXISTE-W       PIC 9        VALUE ZEROS.
           05  LBD070-EXISTE-W       PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  DATA-MOVTO-W          PIC 9(8)     VALUE ZEROS.
           05  ABATE-CAMPO-W         PIC 9(5)     VALUE ZEROS.
           05  TOTAL-FILMES-DIA-W    PIC 9(7)     VALUE ZEROS.
           05  QTDE-DEBITO-W         PIC 9(7)V99  VALUE ZEROS.
      *    TOTAL POR TIPO DE FILME DO DIA (ATE 99 TIPOS, INDEXADO
           05  TAB-TIPO.
               10  TT-QTDE OCCURS 99 TIMES PIC 9(7).
           05  IND-T                 PIC 9(2)     VALUE ZEROS.
      *    RESIDUO DO DIA: CONSUMO DOS QUIMICOS VEZES O FATOR DO
      *    LBD070, RATEADO PELA REPOSICAO DE CADA PROCESSADORA.
           05  CONSUMO-QUIMICO-DIA-W PIC 9(7)V99  VALUE ZEROS.
           05  RESIDUO-DIA-W         PIC 9(7)V99  VALUE ZEROS.
           05  RESIDUO-RATEADO-W     PIC 9(7)V99  VALUE ZEROS.
           05  QTDE-PROC-W           PIC 9(7)V99  VALUE ZEROS.
           05  FATOR-RESIDUO-W       PIC 9(3)V99  VALUE ZEROS.
           05  TOTAL-REPOSICAO-W     PIC 9(7)     VALUE ZEROS.
           05  ULT-PROC-W            PIC 9(2)     VALUE ZEROS.
           05  PROCESSADORA-W        PIC 9(2)     VALUE ZEROS.
           05  TAB-REPOSICAO.
               10  TR-REPOSICAO OCCURS 99 TIMES PIC 9(7).
           05  ESTOQUE-RESIDUO-W     PIC S9(8)V99 VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DIAS-SEM-CERT-W       PIC 9(5)     VALUE ZEROS.
           05  QTDE-ED-W             PIC ZZZZZZ9,99.
           05  LIMITE-ED-W           PIC ZZZZZZ9,99.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
           COPY LOGW021C.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
              PERFORM ACUMULA-MOVIMENTO-DIA
              PERFORM DEBITA-FILMES
              PERFORM DEBITA-QUIMICOS
              PERFORM GERA-RESIDUO
              PERFORM REGISTRA-DATA-DEBITADA
              PERFORM LISTA-ABAIXO-MINIMO
              PERFORM VERIFICA-RESIDUOS
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W TOTAL-FILMES-DIA-W
                         CONSUMO-QUIMICO-DIA-W.
           PERFORM VARYING IND-T FROM 1 BY 1 UNTIL IND-T > 99
              MOVE ZEROS TO TT-QTDE(IND-T) TR-REPOSICAO(IND-T)
           END-PERFORM.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "LBD101" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD101.
           MOVE "LBD035" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD035.
           MOVE "LBD043" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD043.
           MOVE "LBD037" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD037.
           MOVE "LBD068" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD068.
           MOVE "LBD069" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD069.
           MOVE "LBD070" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD070.
           OPEN INPUT LBD101.
           OPEN I-O LBD035.
           OPEN I-O LBD043.
              CLOSE       LBD043
              OPEN I-O    LBD043
           END-IF.
      *    LBD037, LBD069 E LBD070 SAO OPCIONAIS: SEM LEITURAS O
      *    RESIDUO FICA NA PROCESSADORA ZERO; SEM PARAMETROS, FATOR
      *    100% E NENHUM ALERTA.
           OPEN INPUT LBD037 LBD069 LBD070.
           IF ST-LBD037 = "00"
              MOVE 1 TO LBD037-EXISTE-W
           END-IF.
           IF ST-LBD069 = "00"
              MOVE 1 TO LBD069-EXISTE-W
           END-IF.
           IF ST-LBD070 = "00"
              MOVE 1 TO LBD070-EXISTE-W
           END-IF.
           OPEN I-O LBD068.
           IF ST-LBD068 = "35"
              OPEN OUTPUT LBD068
              CLOSE       LBD068
              OPEN I-O    LBD068
           END-IF.
           IF ST-LBD068 <> "00"
              DISPLAY "ERRO ABERTURA LBD068: " ST-LBD068
              MOVE 1 TO ERRO-W.
           IF ST-LBD101 <> "00"
              DISPLAY "ERRO ABERTURA LBD101: " ST-LBD101
              MOVE 1 TO ERRO-W.
                      DISPLAY "TIPO DE FILME " IND-T
                              " SEM ITEM DE ESTOQUE (LBP124)"
                 NOT INVALID KEY
      *               ROLOS ENTREGUES A FOTOGRAFO JA SAIRAM DO SALDO
                      IF TT-QTDE(IND-T) > EM-CAMPO-L35
                         MOVE EM-CAMPO-L35    TO ABATE-CAMPO-W
                      ELSE
                         MOVE TT-QTDE(IND-T)  TO ABATE-CAMPO-W
                      END-IF
                      SUBTRACT ABATE-CAMPO-W FROM EM-CAMPO-L35
                      COMPUTE SALDO-L35 = SALDO-L35
                                        - TT-QTDE(IND-T)
                                        + ABATE-CAMPO-W
                      MOVE DATA-MOVTO-W TO DATA-ULT-MOVTO-L35
                      REWRITE REG-LBD035 INVALID KEY CONTINUE
                      END-REWRITE
                      COMPUTE QTDE-DEBITO-W =
                         TOTAL-FILMES-DIA-W * CONSUMO-FILME-L35
                      SUBTRACT QTDE-DEBITO-W FROM SALDO-L35
                      ADD QTDE-DEBITO-W TO CONSUMO-QUIMICO-DIA-W
                      MOVE DATA-MOVTO-W TO DATA-ULT-MOVTO-L35
                      REWRITE REG-LBD035 INVALID KEY CONTINUE
                      END-REWRITE
           END-PERFORM.
           MOVE ZEROS TO ST-LBD035.

      *----------------------------------------------------------------
      *    RESIDUO QUIMICO GERADO NO DIA, POR PROCESSADORA (LBD068)
      *----------------------------------------------------------------
       GERA-RESIDUO SECTION.
           IF CONSUMO-QUIMICO-DIA-W = ZEROS
              GO GERA-RESIDUO-FIM
           END-IF.
           MOVE 100 TO FATOR-RESIDUO-W.
           IF LBD070-EXISTE-W = 1
              MOVE "1" TO CHAVE-L70
              READ LBD070 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   MOVE FATOR-RESIDUO-L70 TO FATOR-RESIDUO-W
              END-READ
           END-IF.
           COMPUTE RESIDUO-DIA-W ROUNDED =
              CONSUMO-QUIMICO-DIA-W * FATOR-RESIDUO-W / 100.
           MOVE ZEROS TO TOTAL-REPOSICAO-W ULT-PROC-W.
           IF LBD037-EXISTE-W = 1
              PERFORM ACUMULA-REPOSICAO
           END-IF.
           IF TOTAL-REPOSICAO-W = ZEROS
              MOVE ZEROS         TO PROCESSADORA-W
              MOVE RESIDUO-DIA-W TO QTDE-PROC-W
              PERFORM GRAVA-RESIDUO
              GO GERA-RESIDUO-FIM
           END-IF.
      *    A SOBRA DO ARREDONDAMENTO FICA NA ULTIMA PROCESSADORA
           MOVE ZEROS TO RESIDUO-RATEADO-W.
           PERFORM VARYING IND-T FROM 1 BY 1 UNTIL IND-T > 99
              IF TR-REPOSICAO(IND-T) > ZEROS
                 MOVE IND-T TO PROCESSADORA-W
                 IF IND-T = ULT-PROC-W
                    COMPUTE QTDE-PROC-W =
                       RESIDUO-DIA-W - RESIDUO-RATEADO-W
                 ELSE
                    COMPUTE QTDE-PROC-W ROUNDED = RESIDUO-DIA-W
                       * TR-REPOSICAO(IND-T) / TOTAL-REPOSICAO-W
                    ADD QTDE-PROC-W TO RESIDUO-RATEADO-W
                 END-IF
                 PERFORM GRAVA-RESIDUO
              END-IF
           END-PERFORM.
       GERA-RESIDUO-FIM.
           DISPLAY "RESIDUO QUIMICO ESTIMADO NO DIA: " RESIDUO-DIA-W.

       ACUMULA-REPOSICAO SECTION.
           MOVE DATA-MOVTO-W TO DATA-L37.
           MOVE ZEROS        TO TURNO-L37 PROCESSADORA-L37.
           START LBD037 KEY IS NOT < CHAVE-L37 INVALID KEY
                 MOVE "10" TO ST-LBD037.
           PERFORM UNTIL ST-LBD037 = "10"
              READ LBD037 NEXT RECORD AT END MOVE "10" TO ST-LBD037
              NOT AT END
                IF DATA-L37 <> DATA-MOVTO-W
                   MOVE "10" TO ST-LBD037
                ELSE
                   IF PROCESSADORA-L37 > ZEROS
                      AND REPOSICAO-L37 > ZEROS
                      ADD REPOSICAO-L37
                          TO TR-REPOSICAO(PROCESSADORA-L37)
                      ADD REPOSICAO-L37 TO TOTAL-REPOSICAO-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD037.
           PERFORM VARYING IND-T FROM 1 BY 1 UNTIL IND-T > 99
              IF TR-REPOSICAO(IND-T) > ZEROS
                 MOVE IND-T TO ULT-PROC-W
              END-IF
           END-PERFORM.

       GRAVA-RESIDUO SECTION.
           MOVE DATA-MOVTO-W   TO DATA-L68.
           MOVE PROCESSADORA-W TO PROCESSADORA-L68.
           READ LBD068 INVALID KEY
                INITIALIZE REG-LBD068
                MOVE DATA-MOVTO-W   TO DATA-L68
                MOVE PROCESSADORA-W TO PROCESSADORA-L68
                MOVE QTDE-PROC-W    TO QTDE-L68
                MOVE CONSUMO-QUIMICO-DIA-W TO CONSUMO-QUIMICO-L68
                MOVE FATOR-RESIDUO-W       TO FATOR-L68
                WRITE REG-LBD068 INVALID KEY
                      DISPLAY "ERRO GRAVACAO LBD068: " ST-LBD068
                END-WRITE
              NOT INVALID KEY
                ADD QTDE-PROC-W TO QTDE-L68
                REWRITE REG-LBD068 INVALID KEY
                      DISPLAY "ERRO REGRAVACAO LBD068: " ST-LBD068
                END-REWRITE
           END-READ.

       REGISTRA-DATA-DEBITADA SECTION.
           MOVE "1" TO CHAVE-L43.
           READ LBD043 INVALID KEY CONTINUE END-READ.
           END-PERFORM.
           MOVE ZEROS TO ST-LBD035.

      *----------------------------------------------------------------
      *    ALERTAS DO RESIDUO: ESTOQUE GUARDADO ACIMA DO LIMITE E
      *    COLETA SEM CERTIFICADO DE DESTINACAO FORA DO PRAZO
      *----------------------------------------------------------------
       VERIFICA-RESIDUOS SECTION.
           IF LBD070-EXISTE-W = 0
              GO VERIFICA-RESIDUOS-FIM
           END-IF.
           MOVE "1" TO CHAVE-L70.
           READ LBD070 INVALID KEY
                GO VERIFICA-RESIDUOS-FIM
           END-READ.
           MOVE ZEROS TO ESTOQUE-RESIDUO-W.
           INITIALIZE CHAVE-L68.
           START LBD068 KEY IS NOT < CHAVE-L68 INVALID KEY
                 MOVE "10" TO ST-LBD068.
           PERFORM UNTIL ST-LBD068 = "10"
              READ LBD068 NEXT RECORD AT END MOVE "10" TO ST-LBD068
              NOT AT END
                ADD QTDE-L68 TO ESTOQUE-RESIDUO-W
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD068.
           MOVE "LBP125" TO LOG021-PROGRAMA.
           MOVE 2        TO LOG021-SEVERIDADE.
           IF LBD069-EXISTE-W = 1
              INITIALIZE CHAVE-L69
              START LBD069 KEY IS NOT < CHAVE-L69 INVALID KEY
                    MOVE "10" TO ST-LBD069
              END-START
              PERFORM UNTIL ST-LBD069 = "10"
                 READ LBD069 NEXT RECORD AT END MOVE "10" TO ST-LBD069
                 NOT AT END
                   SUBTRACT QTDE-L69 FROM ESTOQUE-RESIDUO-W
                   IF CERTIFICADO-L69 = SPACES
                      PERFORM ALERTA-SEM-CERTIFICADO
                   END-IF
                 END-READ
              END-PERFORM
              MOVE ZEROS TO ST-LBD069
           END-IF.
           IF LIMITE-ESTOQUE-L70 > ZEROS
              AND ESTOQUE-RESIDUO-W > LIMITE-ESTOQUE-L70
              MOVE ESTOQUE-RESIDUO-W  TO QTDE-ED-W
              MOVE LIMITE-ESTOQUE-L70 TO LIMITE-ED-W
              MOVE SPACES TO LOG021-TEXTO
              STRING "RESIDUO QUIMICO GUARDADO " QTDE-ED-W
                     " ACIMA DO LIMITE " LIMITE-ED-W
                     DELIMITED BY SIZE INTO LOG021-TEXTO
              CALL "LOG021" USING PARAMETROS-W LOG021-PARAMETROS
              CANCEL "LOG021"
              DISPLAY LOG021-TEXTO
           END-IF.
       VERIFICA-RESIDUOS-FIM.
           EXIT.

       ALERTA-SEM-CERTIFICADO SECTION.
           COMPUTE DIAS-SEM-CERT-W =
              FUNCTION INTEGER-OF-DATE(DATA-HOJE-W)
            - FUNCTION INTEGER-OF-DATE(DATA-COLETA-L69).
           IF DIAS-SEM-CERT-W > DIAS-CERTIFICADO-L70
              MOVE SPACES TO LOG021-TEXTO
              STRING "COLETA " DATA-COLETA-L69 " MTR "
                     MANIFESTO-L69 " SEM CERTIFICADO "
                     DIAS-SEM-CERT-W " DIAS"
                     DELIMITED BY SIZE INTO LOG021-TEXTO
              CALL "LOG021" USING PARAMETROS-W LOG021-PARAMETROS
              CANCEL "LOG021"
              DISPLAY LOG021-TEXTO
           END-IF.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE LBD101 LBD035 LBD043 LBD068.
           IF LBD037-EXISTE-W = 1 CLOSE LBD037 END-IF.
           IF LBD069-EXISTE-W = 1 CLOSE LBD069 END-IF.
           IF LBD070-EXISTE-W = 1 CLOSE LBD070 END-IF.
           EXIT PROGRAM.
