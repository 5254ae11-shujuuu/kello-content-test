       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIP028.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Convites de escala dos fotógrafos (VID026, gerados
      *pelo VIP025 no agendamento do evento VID023):
      *  RESPOSTA ...: registra confirmação ou recusa (com motivo)
      *                do fotógrafo convidado;
      *  SUBSTITUIR .: troca na escala do evento o fotógrafo que
      *                recusou (ou não respondeu) por outro - mesmas
      *                críticas do VIP025 (cadastro, calendário,
      *                choque de horário) - e gera o novo convite;
      *  CALENDARIO .: disponibilidade/indisponibilidade do
      *                fotógrafo por dia (VID027), consultada pelo
      *                VIP025 ao escalar;
      *  PENDENTES ..: eventos dos próximos N dias com vaga não
      *                confirmada ou recusada e, por dia, os
      *                fotógrafos que se declararam disponíveis e
      *                ainda não estão escalados - a troca sai antes
      *                da sexta-feira.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX001.
           COPY VIPX023.
           COPY VIPX026.
           COPY VIPX027.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW001.
       COPY VIPW023.
       COPY VIPW026.
       COPY VIPW027.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
           COPY "CPTIME.CPY".
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-VID023             PIC XX       VALUE SPACES.
           05  ST-VID026             PIC XX       VALUE SPACES.
           05  ST-VID027             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  RESPOSTA-W            PIC X        VALUE SPACES.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-EVENTO-W         PIC 9(8)     VALUE ZEROS.
           05  SEQ-EVENTO-W          PIC 9(3)     VALUE ZEROS.
           05  HORA-INI-W            PIC 9(4)     VALUE ZEROS.
           05  HORA-FIM-W            PIC 9(4)     VALUE ZEROS.
           05  FOTOGRAFO-W           PIC 9(6)     VALUE ZEROS.
           05  FOTOGRAFO-NOVO-W      PIC 9(6)     VALUE ZEROS.
           05  IND-F                 PIC 9(2)     VALUE ZEROS.
           05  IND-X                 PIC 9(2)     VALUE ZEROS.
           05  VAGA-W                PIC 9(2)     VALUE ZEROS.
           05  CONFLITO-W            PIC 9        VALUE ZEROS.
           05  TIPO-W                PIC 9        VALUE ZEROS.
           05  DATA-INICIAL-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-FINAL-W          PIC 9(8)     VALUE ZEROS.
           05  DATA-CORRENTE-W       PIC 9(8)     VALUE ZEROS.
           05  OBS-W                 PIC X(30)    VALUE SPACES.
           05  DIAS-W                PIC 9(3)     VALUE ZEROS.
           05  QT-DIAS-W             PIC 9(4)     VALUE ZEROS.
           05  QT-PENDENTES-DIA-W    PIC 9(3)     VALUE ZEROS.
           05  QT-PENDENTES-W        PIC 9(4)     VALUE ZEROS.
           05  QT-ESCALADOS-W        PIC 9(3)     VALUE ZEROS.
           05  IND-E                 PIC 9(3)     VALUE ZEROS.
           05  ESCALADO-W            PIC 9        VALUE ZEROS.
           05  DATA-CONV-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-DDMMAAAA-W       PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
           COPY LOGW008C.
      *    FOTOGRAFOS JA ESCALADOS NO DIA (RELATORIO DE PENDENTES)
       01  TAB-ESCALADOS.
           05  ESCALADO-T OCCURS 200 TIMES PIC 9(6).
       01  TAB-SITUACAO.
           05  FILLER              PIC X(10)   VALUE "CONVIDADO".
           05  FILLER              PIC X(10)   VALUE "CONFIRMADO".
           05  FILLER              PIC X(10)   VALUE "RECUSADO".
       01  TAB-SITUACAO-R REDEFINES TAB-SITUACAO.
           05  NOME-SITUACAO-W     PIC X(10) OCCURS 3 TIMES.

       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(46)   VALUE
               "ESCALAS NAO CONFIRMADAS - EVENTOS ATE O DIA ".
           05  DATA-LIMITE-REL     PIC 99/99/9999.
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(44)   VALUE
               "DATA       EVT HORARIO   CONTRATO FOTOGRAFO".
           05  FILLER              PIC X(28)   VALUE SPACES.
           05  FILLER              PIC X(28)   VALUE
               "SITUACAO   CONVITE".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINTOT.
           05  FILLER              PIC X(30)   VALUE
               "TOTAL DE VAGAS NAO CONFIRMADAS".
           05  QT-PENDENTES-REL    PIC ZZZ.ZZ9.
       01  DATA-ED-W               PIC 99/99/9999.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              PERFORM PROCESSA-OPCOES UNTIL OPCAO-W = 9
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE NOME-EMPRESA-W     TO EMPRESA-REL
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "VID023" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID023.
           MOVE "VID026" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID026.
           MOVE "VID027" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID027.
           OPEN INPUT CGD001.
           OPEN I-O VID023.
           IF ST-VID023 = "35"
              OPEN OUTPUT VID023
              CLOSE       VID023
              OPEN I-O    VID023
           END-IF.
           OPEN I-O VID026.
           IF ST-VID026 = "35"
              OPEN OUTPUT VID026
              CLOSE       VID026
              OPEN I-O    VID026
           END-IF.
           OPEN I-O VID027.
           IF ST-VID027 = "35"
              OPEN OUTPUT VID027
              CLOSE       VID027
              OPEN I-O    VID027
           END-IF.
           IF ST-CGD001 <> "00"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W.
           IF ST-VID023 <> "00"
              DISPLAY "ERRO ABERTURA VID023: " ST-VID023
              MOVE 1 TO ERRO-W.
           IF ST-VID026 <> "00"
              DISPLAY "ERRO ABERTURA VID026: " ST-VID026
              MOVE 1 TO ERRO-W.
           IF ST-VID027 <> "00"
              DISPLAY "ERRO ABERTURA VID027: " ST-VID027
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "VIP028" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA VIP028"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           ACCEPT HORA-W FROM TIME.
           DISPLAY "OPCAO (1-RESPOSTA  2-SUBSTITUIR  3-CALENDARIO  "
                   "4-PENDENTES  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM REGISTRA-RESPOSTA
              WHEN 2 PERFORM SUBSTITUI-FOTOGRAFO
              WHEN 3 PERFORM MANTEM-CALENDARIO
              WHEN 4 PERFORM RELATORIO-PENDENTES
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *    LE O EVENTO (DATA + SEQUENCIA) E MOSTRA A ESCALA COM A
      *    SITUACAO DE CADA CONVITE.
       LE-EVENTO SECTION.
           MOVE ZEROS TO ERRO-W.
           DISPLAY "Data do evento (AAAAMMDD): ".
           ACCEPT DATA-EVENTO-W FROM CONSOLE.
           DISPLAY "Sequencia do evento no dia: ".
           ACCEPT SEQ-EVENTO-W FROM CONSOLE.
           MOVE DATA-EVENTO-W TO DATA-V23.
           MOVE SEQ-EVENTO-W  TO SEQ-V23.
           READ VID023 INVALID KEY
                DISPLAY "EVENTO NAO ENCONTRADO"
                MOVE 1 TO ERRO-W
                GO LE-EVENTO-FIM
           END-READ.
           DISPLAY "CONTRATO " CONTRATO-V23 " " HORA-INI-V23 "-"
                   HORA-FIM-V23 " " LOCAL-V23.
           PERFORM VARYING IND-F FROM 1 BY 1 UNTIL IND-F > 4
              IF FOTOGRAFO-V23(IND-F) > ZEROS
                 MOVE FOTOGRAFO-V23(IND-F) TO CODIGO-CG01
                 READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
                 END-READ
                 MOVE DATA-V23             TO DATA-EVENTO-V26
                 MOVE SEQ-V23              TO SEQ-EVENTO-V26
                 MOVE FOTOGRAFO-V23(IND-F) TO FOTOGRAFO-V26
                 READ VID026 INVALID KEY
                      DISPLAY "  " CODIGO-CG01 " " NOME-CG01
                              " SEM CONVITE"
                   NOT INVALID KEY
                      DISPLAY "  " CODIGO-CG01 " " NOME-CG01 " "
                              NOME-SITUACAO-W(SITUACAO-V26 + 1)
                 END-READ
              END-IF
           END-PERFORM.
       LE-EVENTO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    RESPOSTA DO FOTOGRAFO AO CONVITE
      *----------------------------------------------------------------
       REGISTRA-RESPOSTA SECTION.
           PERFORM LE-EVENTO.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
              GO REGISTRA-RESPOSTA-FIM
           END-IF.
           DISPLAY "Fotografo que respondeu: ".
           ACCEPT FOTOGRAFO-W FROM CONSOLE.
           MOVE DATA-EVENTO-W TO DATA-EVENTO-V26.
           MOVE SEQ-EVENTO-W  TO SEQ-EVENTO-V26.
           MOVE FOTOGRAFO-W   TO FOTOGRAFO-V26.
           READ VID026 INVALID KEY
                DISPLAY "FOTOGRAFO NAO CONVIDADO PARA ESTE EVENTO"
                GO REGISTRA-RESPOSTA-FIM
           END-READ.
           DISPLAY "Resposta (C-CONFIRMOU  R-RECUSOU): ".
           ACCEPT RESPOSTA-W FROM CONSOLE.
           EVALUATE RESPOSTA-W
              WHEN "C" WHEN "c"
                   MOVE 1      TO SITUACAO-V26
                   MOVE SPACES TO MOTIVO-RECUSA-V26
              WHEN "R" WHEN "r"
                   MOVE 2      TO SITUACAO-V26
                   DISPLAY "Motivo da recusa: "
                   ACCEPT MOTIVO-RECUSA-V26 FROM CONSOLE
              WHEN OTHER
                   DISPLAY "RESPOSTA INVALIDA"
                   GO REGISTRA-RESPOSTA-FIM
           END-EVALUATE.
           MOVE DATA-HOJE-W   TO DATA-RESPOSTA-V26.
           MOVE HORA-W(1: 4)  TO HORA-RESPOSTA-V26.
           MOVE COD-USUARIO-W TO USUARIO-RESPOSTA-V26.
           REWRITE REG-VID026 INVALID KEY
                DISPLAY "ERRO REGRAVACAO VID026: " ST-VID026
           END-REWRITE.
           IF SITUACAO-V26 = 2
              DISPLAY "RECUSA REGISTRADA - SUBSTITUIR NA OPCAO 2"
           ELSE
              DISPLAY "CONFIRMACAO REGISTRADA."
           END-IF.
       REGISTRA-RESPOSTA-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    SUBSTITUICAO DE FOTOGRAFO NA ESCALA DO EVENTO
      *----------------------------------------------------------------
       SUBSTITUI-FOTOGRAFO SECTION.
           PERFORM LE-EVENTO.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
              GO SUBSTITUI-FOTOGRAFO-FIM
           END-IF.
           DISPLAY "Fotografo a substituir: ".
           ACCEPT FOTOGRAFO-W FROM CONSOLE.
           MOVE ZEROS TO VAGA-W.
           PERFORM VARYING IND-F FROM 1 BY 1 UNTIL IND-F > 4
              IF FOTOGRAFO-V23(IND-F) = FOTOGRAFO-W
                 AND FOTOGRAFO-W > ZEROS
                 MOVE IND-F TO VAGA-W
              END-IF
           END-PERFORM.
           IF VAGA-W = ZEROS
              DISPLAY "FOTOGRAFO NAO ESTA NA ESCALA DO EVENTO"
              GO SUBSTITUI-FOTOGRAFO-FIM
           END-IF.
           MOVE DATA-EVENTO-W TO DATA-EVENTO-V26.
           MOVE SEQ-EVENTO-W  TO SEQ-EVENTO-V26.
           MOVE FOTOGRAFO-W   TO FOTOGRAFO-V26.
           READ VID026 INVALID KEY
                MOVE ZEROS TO SITUACAO-V26
           END-READ.
           IF SITUACAO-V26 = 1
              DISPLAY "FOTOGRAFO JA CONFIRMOU - CONFIRMA A TROCA "
                      "(S/N)? "
              ACCEPT RESPOSTA-W FROM CONSOLE
              IF RESPOSTA-W <> "S" AND RESPOSTA-W <> "s"
                 GO SUBSTITUI-FOTOGRAFO-FIM
              END-IF
           END-IF.
           DISPLAY "Novo fotografo (CGD001): ".
           ACCEPT FOTOGRAFO-NOVO-W FROM CONSOLE.
           MOVE FOTOGRAFO-NOVO-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                DISPLAY "FOTOGRAFO NAO CADASTRADO EM CGD001"
                GO SUBSTITUI-FOTOGRAFO-FIM
           END-READ.
           DISPLAY "  " NOME-CG01.
           PERFORM VARYING IND-F FROM 1 BY 1 UNTIL IND-F > 4
              IF FOTOGRAFO-V23(IND-F) = FOTOGRAFO-NOVO-W
                 DISPLAY "FOTOGRAFO JA ESTA NA ESCALA DO EVENTO"
                 GO SUBSTITUI-FOTOGRAFO-FIM
              END-IF
           END-PERFORM.
           MOVE FOTOGRAFO-NOVO-W TO FOTOGRAFO-V27.
           MOVE DATA-EVENTO-W    TO DATA-V27.
           READ VID027 INVALID KEY
                MOVE ZEROS TO TIPO-V27
           END-READ.
           IF TIPO-V27 = 2
              DISPLAY "FOTOGRAFO INDISPONIVEL NA DATA: " OBS-V27
              GO SUBSTITUI-FOTOGRAFO-FIM
           END-IF.
           MOVE HORA-INI-V23 TO HORA-INI-W.
           MOVE HORA-FIM-V23 TO HORA-FIM-W.
           PERFORM VERIFICA-CONFLITO.
           IF CONFLITO-W = 1
              DISPLAY "SUBSTITUICAO RECUSADA - CHOQUE DE ESCALA"
              GO SUBSTITUI-FOTOGRAFO-FIM
           END-IF.
           MOVE DATA-EVENTO-W TO DATA-V23.
           MOVE SEQ-EVENTO-W  TO SEQ-V23.
           READ VID023 INVALID KEY
                DISPLAY "EVENTO NAO ENCONTRADO"
                GO SUBSTITUI-FOTOGRAFO-FIM
           END-READ.
           MOVE FOTOGRAFO-NOVO-W TO FOTOGRAFO-V23(VAGA-W).
           REWRITE REG-VID023 INVALID KEY
                DISPLAY "ERRO REGRAVACAO VID023: " ST-VID023
                GO SUBSTITUI-FOTOGRAFO-FIM
           END-REWRITE.
           INITIALIZE REG-VID026.
           MOVE DATA-EVENTO-W    TO DATA-EVENTO-V26.
           MOVE SEQ-EVENTO-W     TO SEQ-EVENTO-V26.
           MOVE FOTOGRAFO-NOVO-W TO FOTOGRAFO-V26.
           MOVE ZEROS            TO SITUACAO-V26.
           MOVE DATA-HOJE-W      TO DATA-CONVITE-V26.
           MOVE COD-USUARIO-W    TO USUARIO-CONVITE-V26.
           WRITE REG-VID026 INVALID KEY
                 REWRITE REG-VID026
           END-WRITE.
           DISPLAY "ESCALA ALTERADA - NOVO CONVITE GERADO.".
       SUBSTITUI-FOTOGRAFO-FIM.
           EXIT.

      *    MESMA REGRA DO VIP025: OUTRO EVENTO DO DIA COM JANELA
      *    SOBREPOSTA QUE JA TENHA O NOVO FOTOGRAFO.
       VERIFICA-CONFLITO SECTION.
           MOVE ZEROS TO CONFLITO-W.
           MOVE DATA-EVENTO-W TO DATA-V23.
           MOVE ZEROS         TO SEQ-V23.
           START VID023 KEY IS NOT < CHAVE-V23 INVALID KEY
                 MOVE "10" TO ST-VID023.
           PERFORM UNTIL ST-VID023 = "10"
              READ VID023 NEXT RECORD AT END MOVE "10" TO ST-VID023
              NOT AT END
                IF DATA-V23 <> DATA-EVENTO-W
                   MOVE "10" TO ST-VID023
                ELSE
                   IF SEQ-V23 <> SEQ-EVENTO-W
                      AND HORA-INI-W < HORA-FIM-V23
                      AND HORA-FIM-W > HORA-INI-V23
                      PERFORM VARYING IND-X FROM 1 BY 1
                              UNTIL IND-X > 4
                         IF FOTOGRAFO-V23(IND-X) = FOTOGRAFO-NOVO-W
                            MOVE 1 TO CONFLITO-W
                            DISPLAY "FOTOGRAFO JA ESCALADO NO EVENTO "
                                    SEQ-V23 " (" HORA-INI-V23 "-"
                                    HORA-FIM-V23 ")"
                         END-IF
                      END-PERFORM
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID023.

      *----------------------------------------------------------------
      *    CALENDARIO DE DISPONIBILIDADE DO FOTOGRAFO
      *----------------------------------------------------------------
       MANTEM-CALENDARIO SECTION.
           DISPLAY "Fotografo (CGD001): ".
           ACCEPT FOTOGRAFO-W FROM CONSOLE.
           MOVE FOTOGRAFO-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                DISPLAY "FOTOGRAFO NAO CADASTRADO EM CGD001"
                GO MANTEM-CALENDARIO-FIM
           END-READ.
           DISPLAY "  " NOME-CG01.
           MOVE FOTOGRAFO-W TO FOTOGRAFO-V27.
           MOVE DATA-HOJE-W TO DATA-V27.
           START VID027 KEY IS NOT < CHAVE-V27 INVALID KEY
                 MOVE "10" TO ST-VID027.
           PERFORM UNTIL ST-VID027 = "10"
              READ VID027 NEXT RECORD AT END MOVE "10" TO ST-VID027
              NOT AT END
                IF FOTOGRAFO-V27 <> FOTOGRAFO-W
                   MOVE "10" TO ST-VID027
                ELSE
                   IF TIPO-V27 = 2
                      DISPLAY "  " DATA-V27 " INDISPONIVEL " OBS-V27
                   ELSE
                      DISPLAY "  " DATA-V27 " DISPONIVEL   " OBS-V27
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID027.
           DISPLAY "Data inicial (AAAAMMDD, 0 = VOLTAR): ".
           ACCEPT DATA-INICIAL-W FROM CONSOLE.
           IF DATA-INICIAL-W = ZEROS
              GO MANTEM-CALENDARIO-FIM
           END-IF.
           DISPLAY "Data final (AAAAMMDD, 0 = A MESMA): ".
           ACCEPT DATA-FINAL-W FROM CONSOLE.
           IF DATA-FINAL-W = ZEROS
              MOVE DATA-INICIAL-W TO DATA-FINAL-W
           END-IF.
           IF DATA-FINAL-W < DATA-INICIAL-W
              DISPLAY "PERIODO INVALIDO"
              GO MANTEM-CALENDARIO-FIM
           END-IF.
           DISPLAY "1-DISPONIVEL  2-INDISPONIVEL  3-EXCLUIR: ".
           ACCEPT TIPO-W FROM CONSOLE.
           IF TIPO-W < 1 OR TIPO-W > 3
              DISPLAY "OPCAO INVALIDA"
              GO MANTEM-CALENDARIO-FIM
           END-IF.
           MOVE SPACES TO OBS-W.
           IF TIPO-W <> 3
              DISPLAY "Observacao: "
              ACCEPT OBS-W FROM CONSOLE
           END-IF.
           MOVE ZEROS TO QT-DIAS-W.
           MOVE DATA-INICIAL-W TO DATA-CORRENTE-W.
           PERFORM UNTIL DATA-CORRENTE-W > DATA-FINAL-W
              PERFORM GRAVA-DIA-CALENDARIO
              MOVE DATA-CORRENTE-W TO GRTIME-DATE
              MOVE 1               TO GRTIME-DAYS
              MOVE "SOMA"          TO GRTIME-FUNCTION
              MOVE "DIAS"          TO GRTIME-TYPE
              CALL "GRTIME" USING PARAMETROS-GRTIME
              MOVE GRTIME-DATE-FINAL TO DATA-CORRENTE-W
           END-PERFORM.
           DISPLAY QT-DIAS-W " DIA(S) ATUALIZADO(S).".
       MANTEM-CALENDARIO-FIM.
           EXIT.

       GRAVA-DIA-CALENDARIO SECTION.
           MOVE FOTOGRAFO-W     TO FOTOGRAFO-V27.
           MOVE DATA-CORRENTE-W TO DATA-V27.
           IF TIPO-W = 3
              READ VID027 INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   DELETE VID027 RECORD
                   ADD 1 TO QT-DIAS-W
              END-READ
           ELSE
              MOVE TIPO-W        TO TIPO-V27
              MOVE OBS-W         TO OBS-V27
              MOVE COD-USUARIO-W TO DIGITADOR-V27
              WRITE REG-VID027 INVALID KEY
                    REWRITE REG-VID027
              END-WRITE
              ADD 1 TO QT-DIAS-W
           END-IF.

      *----------------------------------------------------------------
      *    RELATORIO DIARIO DE VAGAS NAO CONFIRMADAS NOS PROXIMOS DIAS
      *----------------------------------------------------------------
       RELATORIO-PENDENTES SECTION.
           DISPLAY "Eventos dos proximos quantos dias (0 = 7): ".
           ACCEPT DIAS-W FROM CONSOLE.
           IF DIAS-W = ZEROS
              MOVE 7 TO DIAS-W
           END-IF.
           MOVE DATA-HOJE-W TO GRTIME-DATE.
           MOVE DIAS-W      TO GRTIME-DAYS.
           MOVE "SOMA"      TO GRTIME-FUNCTION.
           MOVE "DIAS"      TO GRTIME-TYPE.
           CALL "GRTIME" USING PARAMETROS-GRTIME.
           MOVE GRTIME-DATE-FINAL TO DATA-FINAL-W.
           MOVE ZEROS TO PAGE-COUNT QT-PENDENTES-W.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           MOVE DATA-HOJE-W TO DATA-CORRENTE-W.
           PERFORM UNTIL DATA-CORRENTE-W > DATA-FINAL-W
              PERFORM PENDENTES-DO-DIA
              MOVE DATA-CORRENTE-W TO GRTIME-DATE
              MOVE 1               TO GRTIME-DAYS
              MOVE "SOMA"          TO GRTIME-FUNCTION
              MOVE "DIAS"          TO GRTIME-TYPE
              CALL "GRTIME" USING PARAMETROS-GRTIME
              MOVE GRTIME-DATE-FINAL TO DATA-CORRENTE-W
           END-PERFORM.
           MOVE QT-PENDENTES-W TO QT-PENDENTES-REL.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINTOT.
           CLOSE RELAT.
           DISPLAY "RELATORIO IMPRESSO - " QT-PENDENTES-W
                   " VAGA(S) NAO CONFIRMADA(S).".

       PENDENTES-DO-DIA SECTION.
           MOVE ZEROS TO QT-PENDENTES-DIA-W QT-ESCALADOS-W.
           MOVE DATA-CORRENTE-W TO DATA-V23.
           MOVE ZEROS           TO SEQ-V23.
           START VID023 KEY IS NOT < CHAVE-V23 INVALID KEY
                 MOVE "10" TO ST-VID023.
           PERFORM UNTIL ST-VID023 = "10"
              READ VID023 NEXT RECORD AT END MOVE "10" TO ST-VID023
              NOT AT END
                IF DATA-V23 <> DATA-CORRENTE-W
                   MOVE "10" TO ST-VID023
                ELSE
                   PERFORM VARYING IND-F FROM 1 BY 1 UNTIL IND-F > 4
                      IF FOTOGRAFO-V23(IND-F) > ZEROS
                         PERFORM VAGA-DO-EVENTO
                      END-IF
                   END-PERFORM
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID023.
           IF QT-PENDENTES-DIA-W > ZEROS
              PERFORM DISPONIVEIS-DO-DIA
           END-IF.

       VAGA-DO-EVENTO SECTION.
           IF QT-ESCALADOS-W < 200
              ADD 1 TO QT-ESCALADOS-W
              MOVE FOTOGRAFO-V23(IND-F) TO ESCALADO-T(QT-ESCALADOS-W)
           END-IF.
           MOVE DATA-V23             TO DATA-EVENTO-V26.
           MOVE SEQ-V23              TO SEQ-EVENTO-V26.
           MOVE FOTOGRAFO-V23(IND-F) TO FOTOGRAFO-V26.
           READ VID026 INVALID KEY
                INITIALIZE REG-VID026
                MOVE 9 TO SITUACAO-V26
           END-READ.
           IF SITUACAO-V26 = 1
              GO VAGA-DO-EVENTO-FIM
           END-IF.
           ADD 1 TO QT-PENDENTES-DIA-W QT-PENDENTES-W.
           MOVE FOTOGRAFO-V23(IND-F) TO CODIGO-CG01.
           READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
           END-READ.
           MOVE SPACES TO LINDET-REL.
           MOVE DATA-V23        TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-ED-W.
           MOVE DATA-ED-W       TO LINDET-REL(1: 10).
           MOVE SEQ-V23         TO LINDET-REL(12: 3).
           MOVE HORA-INI-V23    TO LINDET-REL(16: 4).
           MOVE "-"             TO LINDET-REL(20: 1).
           MOVE HORA-FIM-V23    TO LINDET-REL(21: 4).
           MOVE CONTRATO-V23    TO LINDET-REL(26: 8).
           MOVE FOTOGRAFO-V23(IND-F) TO LINDET-REL(35: 6).
           MOVE NOME-CG01(1: 30)     TO LINDET-REL(42: 30).
           IF SITUACAO-V26 = 9
              MOVE "SEM CONVITE" TO LINDET-REL(73: 11)
           ELSE
              MOVE NOME-SITUACAO-W(SITUACAO-V26 + 1)
                                 TO LINDET-REL(73: 10)
              MOVE DATA-CONVITE-V26 TO DATA-CONV-W
              PERFORM CONVERTE-DATA
              MOVE DATA-DDMMAAAA-W TO DATA-ED-W
              MOVE DATA-ED-W       TO LINDET-REL(84: 10)
           END-IF.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF SITUACAO-V26 = 2
              MOVE SPACES TO LINDET-REL
              MOVE "MOTIVO DA RECUSA: " TO LINDET-REL(42: 18)
              MOVE MOTIVO-RECUSA-V26    TO LINDET-REL(60: 30)
              WRITE REG-RELAT FROM LINDET
              ADD 1 TO LIN
           END-IF.
           IF LIN > 56 PERFORM CABECALHO END-IF.
       VAGA-DO-EVENTO-FIM.
           EXIT.

      *    DISPONIVEIS NO CALENDARIO DO DIA E AINDA NAO ESCALADOS.
       DISPONIVEIS-DO-DIA SECTION.
           MOVE DATA-CORRENTE-W TO DATA-V27.
           START VID027 KEY IS = DATA-V27 INVALID KEY
                 MOVE "10" TO ST-VID027.
           PERFORM UNTIL ST-VID027 = "10"
              READ VID027 NEXT RECORD AT END MOVE "10" TO ST-VID027
              NOT AT END
                IF DATA-V27 <> DATA-CORRENTE-W
                   MOVE "10" TO ST-VID027
                ELSE
                   IF TIPO-V27 = 1
                      PERFORM SUGERE-DISPONIVEL
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID027.

       SUGERE-DISPONIVEL SECTION.
           MOVE ZEROS TO ESCALADO-W.
           PERFORM VARYING IND-E FROM 1 BY 1
                   UNTIL IND-E > QT-ESCALADOS-W
              IF ESCALADO-T(IND-E) = FOTOGRAFO-V27
                 MOVE 1 TO ESCALADO-W
              END-IF
           END-PERFORM.
           IF ESCALADO-W = 1
              GO SUGERE-DISPONIVEL-FIM
           END-IF.
           MOVE FOTOGRAFO-V27 TO CODIGO-CG01.
           READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
           END-READ.
           MOVE SPACES TO LINDET-REL.
           MOVE "DISPONIVEL NO DIA:" TO LINDET-REL(16: 18).
           MOVE FOTOGRAFO-V27        TO LINDET-REL(35: 6).
           MOVE NOME-CG01(1: 30)     TO LINDET-REL(42: 30).
           MOVE OBS-V27              TO LINDET-REL(73: 28).
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.
       SUGERE-DISPONIVEL-FIM.
           EXIT.

       CONVERTE-DATA SECTION.
           MOVE DATA-CONV-W(7: 2) TO DATA-DDMMAAAA-W(1: 2).
           MOVE DATA-CONV-W(5: 2) TO DATA-DDMMAAAA-W(3: 2).
           MOVE DATA-CONV-W(1: 4) TO DATA-DDMMAAAA-W(5: 4).

       CABECALHO SECTION.
           ADD 1 TO PAGE-COUNT.  MOVE PAGE-COUNT TO PAG-REL.
           IF PAGE-COUNT = 1
              WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           MOVE DATA-FINAL-W TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-LIMITE-REL.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           MOVE 6 TO LIN.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD001 VID023 VID026 VID027.
           EXIT PROGRAM.
