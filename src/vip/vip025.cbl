      *equipamentos) e exclui evento cancelado - o calendário da
      *parede vira arquivo.

      *MODIFICAÇÕES:
      *15/10/2026 - INCLUSÃO - CADA FOTÓGRAFO ESCALADO GERA CONVITE
      *             (VID026) E O AGENDAMENTO RECUSA FOTÓGRAFO
      *             INDISPONÍVEL NO CALENDÁRIO VID027 (VIP028). A
      *             AGENDA DO DIA MOSTRA A SITUAÇÃO DO CONVITE.
      *15/10/2026 - ALTERAÇÃO - RECUSA FOTÓGRAFO DESLIGADO (CGD003/
      *             CGP045) EM EVENTO POSTERIOR AO DESLIGAMENTO
      *             (SUBPROGRAMA CGP046).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
           COPY VIPX020.
           COPY VIPX022.
           COPY VIPX023.
           COPY VIPX026.
           COPY VIPX027.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       COPY VIPW020.
       COPY VIPW022.
       COPY VIPW023.
       COPY VIPW026.
       COPY VIPW027.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  ST-VID020             PIC XX       VALUE SPACES.
           05  ST-VID022             PIC XX       VALUE SPACES.
           05  ST-VID023             PIC XX       VALUE SPACES.
           05  ST-VID026             PIC XX       VALUE SPACES.
           05  ST-VID027             PIC XX       VALUE SPACES.
           05  TEM-VID027-W          PIC 9        VALUE ZEROS.
           05  INDISPONIVEL-W        PIC 9        VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  DATA-EVENTO-W         PIC 9(8)     VALUE ZEROS.
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
           COPY CGPW046C.
       01  CAB01.
           05  FILLER              PIC X(26)   VALUE
               "AGENDA DE EVENTOS DO DIA: ".
           MOVE "VID020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID020.
           MOVE "VID022" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID022.
           MOVE "VID023" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID023.
           MOVE "VID026" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID026.
           MOVE "VID027" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID027.
           OPEN INPUT CGD001 VID020 VID022.
           OPEN I-O VID023.
           IF ST-VID023 = "35"
              CLOSE       VID023
              OPEN I-O    VID023
           END-IF.
           OPEN I-O VID026.
           IF ST-VID026 = "35"
              OPEN OUTPUT VID026
              CLOSE       VID026
              OPEN I-O    VID026
           END-IF.
           MOVE ZEROS TO TEM-VID027-W.
           OPEN INPUT VID027.
           IF ST-VID027 = "00"
              MOVE 1 TO TEM-VID027-W
           END-IF.
           IF ST-VID023 <> "00"
              DISPLAY "ERRO ABERTURA VID023: " ST-VID023
              MOVE 1 TO ERRO-W.
           IF ST-VID026 <> "00"
              DISPLAY "ERRO ABERTURA VID026: " ST-VID026
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
              MOVE ZEROS TO ERRO-W
              GO AGENDA-EVENTO-FIM
           END-IF.
           PERFORM VERIFICA-INDISPONIVEIS.
           IF INDISPONIVEL-W = 1
              DISPLAY "AGENDAMENTO RECUSADO - FOTOGRAFO INDISPONIVEL"
              GO AGENDA-EVENTO-FIM
           END-IF.
           PERFORM SOLICITA-CAMERAS.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
           END-IF.
           PERFORM VERIFICA-CAMERAS-FORA.
           PERFORM GRAVA-EVENTO.
           PERFORM GERA-CONVITES.
       AGENDA-EVENTO-FIM.
           EXIT.

                      MOVE 5 TO IND-F
                 NOT INVALID KEY
                      DISPLAY "  " NOME-CG01
                      PERFORM VERIFICA-DESLIGADO
                 END-READ
              END-IF
           END-PERFORM.

      *    FOTOGRAFO DESLIGADO (CGP045) NAO E ESCALADO EM EVENTO
      *    DEPOIS DO DESLIGAMENTO.
       VERIFICA-DESLIGADO SECTION.
           MOVE FOTOGRAFO-INF-W(IND-F) TO CGP046-CODIGO.
           MOVE DATA-EVENTO-W          TO CGP046-DATA.
           CALL "CGP046" USING PARAMETROS-W CGP046-PARAMETROS.
           CANCEL "CGP046".
           IF CGP046-DESLIGADO = 1
              DISPLAY "FOTOGRAFO DESLIGADO EM " CGP046-DATA-DESLIG
                      " - AGENDAMENTO RECUSADO"
              MOVE 1 TO ERRO-W
              MOVE 5 TO IND-F
           END-IF.

       SOLICITA-CAMERAS SECTION.
           PERFORM VARYING IND-C FROM 1 BY 1 UNTIL IND-C > 4
              MOVE ZEROS TO CAMERA-INF-W(IND-C)
              END-IF
           END-PERFORM.

      *    FOTOGRAFO MARCADO INDISPONIVEL NA DATA DO EVENTO NO
      *    CALENDARIO VID027 (VIP028) DERRUBA O AGENDAMENTO.
       VERIFICA-INDISPONIVEIS SECTION.
           MOVE ZEROS TO INDISPONIVEL-W.
           IF TEM-VID027-W = ZEROS
              GO VERIFICA-INDISPONIVEIS-FIM
           END-IF.
           PERFORM VARYING IND-F FROM 1 BY 1 UNTIL IND-F > 4
              IF FOTOGRAFO-INF-W(IND-F) > ZEROS
                 MOVE FOTOGRAFO-INF-W(IND-F) TO FOTOGRAFO-V27
                 MOVE DATA-EVENTO-W          TO DATA-V27
                 READ VID027 INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF TIPO-V27 = 2
                         MOVE 1 TO INDISPONIVEL-W
                         DISPLAY "FOTOGRAFO " FOTOGRAFO-INF-W(IND-F)
                                 " INDISPONIVEL NA DATA: " OBS-V27
                      END-IF
                 END-READ
              END-IF
           END-PERFORM.
       VERIFICA-INDISPONIVEIS-FIM.
           EXIT.

      *    VARRE OS EVENTOS JA AGENDADOS NO MESMO DIA; JANELAS
      *    SOBREPOSTAS (INICIO < FIM DO OUTRO E FIM > INICIO DO
      *    OUTRO, REGRA DO LBP110) COM FOTOGRAFO OU CAMERA EM COMUM
           MOVE ZEROS TO ST-VID023.
           DISPLAY "EVENTO AGENDADO - SEQ " SEQ-V23.

      *    UM CONVITE (SITUACAO 0-CONVIDADO) POR FOTOGRAFO ESCALADO;
      *    A RESPOSTA E LANCADA NO VIP028.
       GERA-CONVITES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           PERFORM VARYING IND-F FROM 1 BY 1 UNTIL IND-F > 4
              IF FOTOGRAFO-V23(IND-F) > ZEROS
                 INITIALIZE REG-VID026
                 MOVE DATA-V23             TO DATA-EVENTO-V26
                 MOVE SEQ-V23              TO SEQ-EVENTO-V26
                 MOVE FOTOGRAFO-V23(IND-F) TO FOTOGRAFO-V26
                 MOVE ZEROS                TO SITUACAO-V26
                 MOVE DATA-HOJE-W          TO DATA-CONVITE-V26
                 MOVE COD-USUARIO-W        TO USUARIO-CONVITE-V26
                 WRITE REG-VID026 INVALID KEY
                       REWRITE REG-VID026
                 END-WRITE
              END-IF
           END-PERFORM.

       CANCELA-EVENTO SECTION.
           DISPLAY "Data do evento (AAAAMMDD): ".
           ACCEPT DATA-EVENTO-W FROM CONSOLE.
                DISPLAY "EVENTO NAO ENCONTRADO"
              NOT INVALID KEY
                DELETE VID023 RECORD
                PERFORM EXCLUI-CONVITES
                DISPLAY "EVENTO CANCELADO."
           END-READ.

       EXCLUI-CONVITES SECTION.
           MOVE DATA-EVENTO-W TO DATA-EVENTO-V26.
           MOVE SEQ-EVENTO-W  TO SEQ-EVENTO-V26.
           MOVE ZEROS         TO FOTOGRAFO-V26.
           START VID026 KEY IS NOT < CHAVE-V26 INVALID KEY
                 MOVE "10" TO ST-VID026.
           PERFORM UNTIL ST-VID026 = "10"
              READ VID026 NEXT RECORD AT END MOVE "10" TO ST-VID026
              NOT AT END
                IF DATA-EVENTO-V26 <> DATA-EVENTO-W
                   OR SEQ-EVENTO-V26 <> SEQ-EVENTO-W
                   MOVE "10" TO ST-VID026
                ELSE
                   DELETE VID026 RECORD
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID026.

       IMPRIME-AGENDA-DIA SECTION.
           DISPLAY "Data da agenda (AAAAMMDD): ".
           ACCEPT DATA-EVENTO-W FROM CONSOLE.
                 STRING "  FOTOGRAFO " FOTOGRAFO-V23(IND-F)
                        " " NOME-CG01
                        DELIMITED BY SIZE INTO LINDET-REL
                 MOVE DATA-V23             TO DATA-EVENTO-V26
                 MOVE SEQ-V23              TO SEQ-EVENTO-V26
                 MOVE FOTOGRAFO-V23(IND-F) TO FOTOGRAFO-V26
                 READ VID026 INVALID KEY
                      MOVE "SEM CONVITE" TO LINDET-REL(52: 11)
                   NOT INVALID KEY
                      EVALUATE SITUACAO-V26
                         WHEN 1 MOVE "CONFIRMADO" TO LINDET-REL(52: 10)
                         WHEN 2 MOVE "RECUSADO"   TO LINDET-REL(52: 8)
                         WHEN OTHER
                                MOVE "CONVIDADO"  TO LINDET-REL(52: 9)
                      END-EVALUATE
                 END-READ
                 WRITE REG-RELAT FROM LINDET
              END-IF
           END-PERFORM.
           END-PERFORM.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD001 VID020 VID022 VID023 VID026.
           IF TEM-VID027-W = 1
              CLOSE VID027
           END-IF.
           EXIT PROGRAM.
