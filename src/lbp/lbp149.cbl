       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP149.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Previsão de carga do laboratório a partir da agenda de
      *eventos (VID023) - a temporada de formaturas deixa de ser
      *descoberta quando os filmes já estão na bancada:
      *  HISTÓRICO ..: para os eventos já realizados nos últimos M
      *                meses, soma os filmes avaliados dos contratos
      *                (LBD102) e os fotógrafos escalados (VID023),
      *                dando a média de filmes por fotógrafo (e por
      *                evento, para evento sem escala);
      *  CHEGADAS ...: cada evento das próximas N semanas (e os dos
      *                últimos D dias, cujos filmes ainda chegam)
      *                gera a sua estimativa de filmes, espalhada
      *                igualmente pelos D dias seguintes ao evento;
      *  CAPACIDADE .: meta diária dos turnos (LBD033, tipo 00 = meta
      *                geral do turno) vezes os dias úteis da semana,
      *                e o realizado semanal médio dos últimos três
      *                meses fechados (agregados LBD041, LBP136);
      *  FALTA ......: por semana, a carga prevista menos a capacidade
      *                (a realizada, quando houver agregado; senão a
      *                meta) e quantos turnos-dia extras cobrem a
      *                diferença, a meta média de um turno por dia.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VIPX023.
           COPY LBPX102.
           COPY LBPX033.
           COPY LBPX041.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY VIPW023.
       COPY LBPW102.
       COPY LBPW033.
       COPY LBPW041.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-VID023             PIC XX       VALUE SPACES.
           05  ST-LBD102             PIC XX       VALUE SPACES.
           05  ST-LBD033             PIC XX       VALUE SPACES.
           05  ST-LBD041             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  HOJE-INT-W            PIC 9(7)     VALUE ZEROS.
           05  DATA-INT-W            PIC 9(7)     VALUE ZEROS.
           05  DATA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
      *    PARAMETROS INFORMADOS NA EXECUCAO
           05  QT-SEMANAS-W          PIC 9(2)     VALUE ZEROS.
           05  DIAS-CHEGADA-W        PIC 9(2)     VALUE ZEROS.
           05  DIAS-UTEIS-W          PIC 9        VALUE ZEROS.
           05  MESES-HIST-W          PIC 9(2)     VALUE ZEROS.
      *    HISTORICO: CONTRATOS COM EVENTO REALIZADO NO PERIODO
           05  TAB-HIST.
               10  TH-OCC OCCURS 500 TIMES.
                   15  TH-CONTRATO   PIC 9(8).
                   15  TH-EVENTOS    PIC 9(4).
                   15  TH-FOTOGRAFOS PIC 9(5).
                   15  TH-FILMES     PIC 9(7).
           05  QT-HIST-W             PIC 9(3)     VALUE ZEROS.
           05  QT-FORA-HIST-W        PIC 9(5)     VALUE ZEROS.
           05  SOMA-FILMES-W         PIC 9(9)     VALUE ZEROS.
           05  SOMA-FOTOGRAFOS-W     PIC 9(7)     VALUE ZEROS.
           05  SOMA-EVENTOS-W        PIC 9(7)     VALUE ZEROS.
           05  FILMES-FOTOG-W        PIC 9(5)V99  VALUE ZEROS.
           05  FILMES-EVENTO-W       PIC 9(5)V99  VALUE ZEROS.
           05  CONTRATO-W            PIC 9(8)     VALUE ZEROS.
           05  QT-FOTOG-EVENTO-W     PIC 9        VALUE ZEROS.
           05  FILMES-PREV-W         PIC 9(7)V99  VALUE ZEROS.
           05  FILMES-DIA-W          PIC 9(7)V99  VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  IND-H                 PIC 9(3)     VALUE ZEROS.
           05  IND-F                 PIC 9        VALUE ZEROS.
           05  IND-D                 PIC 9(2)     VALUE ZEROS.
           05  IND-S                 PIC 9(2)     VALUE ZEROS.
      *    CARGA PREVISTA POR SEMANA (ATE 26 SEMANAS)
           05  TAB-SEMANA.
               10  TS-OCC OCCURS 26 TIMES.
                   15  TS-INICIO     PIC 9(8).
                   15  TS-EVENTOS    PIC 9(4).
                   15  TS-CARGA      PIC 9(7)V99.
      *    CAPACIDADE
           05  TURNO-ANT-W           PIC 9(2)     VALUE ZEROS.
           05  TEM-GERAL-W           PIC 9        VALUE ZEROS.
           05  META-TURNO-W          PIC 9(7)     VALUE ZEROS.
           05  META-DIA-W            PIC 9(7)     VALUE ZEROS.
           05  QT-TURNOS-W           PIC 9(2)     VALUE ZEROS.
           05  META-TURNO-MEDIA-W    PIC 9(7)V99  VALUE ZEROS.
           05  CAP-META-W            PIC 9(7)V99  VALUE ZEROS.
           05  CAP-REAL-W            PIC 9(7)V99  VALUE ZEROS.
           05  CAP-USADA-W           PIC 9(7)V99  VALUE ZEROS.
           05  MES-INI-W             PIC 9(6)     VALUE ZEROS.
           05  MES-FIM-W             PIC 9(6)     VALUE ZEROS.
           05  ANOMES-W.
               10  ANO-W             PIC 9(4).
               10  MES-W             PIC 9(2).
           05  ANOMES-N-W REDEFINES ANOMES-W PIC 9(6).
           05  SOMA-REAL-W           PIC 9(9)     VALUE ZEROS.
           05  FALTA-W               PIC S9(7)V99 VALUE ZEROS.
           05  TURNOS-EXTRA-W        PIC 9(5)     VALUE ZEROS.
           05  TOTAL-TURNOS-W        PIC 9(6)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".

       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(45)   VALUE
           "PREVISAO DE CARGA DO LABORATORIO - EMISSAO: ".
           05  DATA-HOJE-REL       PIC 99/99/9999.
       01  CAB03.
           05  FILLER              PIC X(95)   VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(95)   VALUE
           "SM  INICIO      EVTS   CARGA PREV   CAP META   CAP REAL
      -    " FALTA TURNOS".
       01  LINDET.
           05  SEMANA-REL          PIC Z9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  INICIO-REL          PIC 99/99/9999.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  EVENTOS-REL         PIC ZZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  CARGA-REL           PIC ZZZ.ZZ9,99.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  CAP-META-REL        PIC ZZZ.ZZ9,99.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  CAP-REAL-REL        PIC ZZZ.ZZ9,99.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  FALTA-REL           PIC ZZZ.ZZ9,99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  TURNOS-REL          PIC ZZZZ9.
       01  LINPAR.
           05  LINPAR-REL          PIC X(95)   VALUE SPACES.
       01  LINTOT1.
           05  FILLER          PIC X(40) VALUE
               "MEDIA DE FILMES POR FOTOGRAFO........: ".
           05  FILMES-FOTOG-REL    PIC ZZ.ZZ9,99.
       01  LINTOT2.
           05  FILLER          PIC X(40) VALUE
               "MEDIA DE FILMES POR EVENTO SEM ESCALA: ".
           05  FILMES-EVENTO-REL   PIC ZZ.ZZ9,99.
       01  LINTOT3.
           05  FILLER          PIC X(40) VALUE
               "META MEDIA DE UM TURNO POR DIA.......: ".
           05  META-TURNO-REL      PIC ZZ.ZZ9,99.
       01  LINTOT4.
           05  FILLER          PIC X(40) VALUE
               "TOTAL DE TURNOS-DIA EXTRAS NO PERIODO: ".
           05  TOTAL-TURNOS-REL    PIC ZZZ.ZZ9.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              PERFORM CALCULA-HISTORICO
              PERFORM PROJETA-CHEGADAS
              PERFORM CALCULA-CAPACIDADE
              PERFORM IMPRIME-RELATORIO
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO PAGE-COUNT ERRO-W QT-HIST-W QT-FORA-HIST-W.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           COMPUTE HOJE-INT-W = FUNCTION INTEGER-OF-DATE(DATA-HOJE-W).
           MOVE EMPRESA-W          TO EMP-REC
           MOVE NOME-EMPRESA-W     TO EMPRESA-REL
           MOVE "VID023" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID023.
           MOVE "LBD102" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD102.
           MOVE "LBD033" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD033.
           MOVE "LBD041" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD041.
           OPEN INPUT VID023 LBD102 LBD033 LBD041.
           IF ST-VID023 <> "00"
              DISPLAY "ERRO ABERTURA VID023: " ST-VID023
              MOVE 1 TO ERRO-W.
           IF ST-LBD102 <> "00"
              DISPLAY "ERRO ABERTURA LBD102: " ST-LBD102
              MOVE 1 TO ERRO-W.
           IF ST-LBD033 <> "00"
              DISPLAY "ERRO ABERTURA LBD033: " ST-LBD033
              MOVE 1 TO ERRO-W.
           IF ST-LBD041 <> "00"
              DISPLAY "ERRO ABERTURA LBD041: " ST-LBD041
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              DISPLAY "Semanas a prever (1 a 26, 0 = 8): "
              ACCEPT QT-SEMANAS-W FROM CONSOLE
              IF QT-SEMANAS-W = ZEROS OR QT-SEMANAS-W > 26
                 MOVE 8 TO QT-SEMANAS-W
              END-IF
              DISPLAY "Dias de chegada dos filmes apos o evento "
                      "(1 a 60, 0 = 7): "
              ACCEPT DIAS-CHEGADA-W FROM CONSOLE
              IF DIAS-CHEGADA-W = ZEROS OR DIAS-CHEGADA-W > 60
                 MOVE 7 TO DIAS-CHEGADA-W
              END-IF
              DISPLAY "Dias uteis do laboratorio na semana (0 = 5): "
              ACCEPT DIAS-UTEIS-W FROM CONSOLE
              IF DIAS-UTEIS-W = ZEROS OR DIAS-UTEIS-W > 7
                 MOVE 5 TO DIAS-UTEIS-W
              END-IF
              DISPLAY "Meses de historico de eventos (0 = 12): "
              ACCEPT MESES-HIST-W FROM CONSOLE
              IF MESES-HIST-W = ZEROS
                 MOVE 12 TO MESES-HIST-W
              END-IF
           END-IF.

      *    EVENTOS REALIZADOS NOS ULTIMOS M MESES (ATE ONTEM): POR
      *    CONTRATO, QUANTOS EVENTOS E FOTOGRAFOS ESCALADOS; DEPOIS
      *    UMA PASSADA NO LBD102 (UM LANCAMENTO POR FILME AVALIADO)
      *    CONTA OS FILMES DESSES CONTRATOS.
       CALCULA-HISTORICO SECTION.
           COMPUTE DATA-INT-W = HOJE-INT-W - MESES-HIST-W * 30.
           COMPUTE DATA-INI-W = FUNCTION DATE-OF-INTEGER(DATA-INT-W).
           MOVE DATA-INI-W TO DATA-V23.
           MOVE ZEROS      TO SEQ-V23.
           START VID023 KEY IS NOT < CHAVE-V23 INVALID KEY
                 MOVE "10" TO ST-VID023.
           PERFORM UNTIL ST-VID023 = "10"
              READ VID023 NEXT RECORD AT END MOVE "10" TO ST-VID023
              NOT AT END
                IF DATA-V23 NOT < DATA-HOJE-W
                   MOVE "10" TO ST-VID023
                ELSE
                   IF CONTRATO-V23 > ZEROS
                      PERFORM ACUMULA-EVENTO-HISTORICO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID023.
           IF QT-FORA-HIST-W > ZEROS
              DISPLAY "ATENCAO: " QT-FORA-HIST-W " EVENTOS DO "
                      "HISTORICO ALEM DO LIMITE DE 500 CONTRATOS"
           END-IF.
           INITIALIZE CHAVE-L102.
           START LBD102 KEY IS NOT < CHAVE-L102 INVALID KEY
                 MOVE "10" TO ST-LBD102.
           PERFORM UNTIL ST-LBD102 = "10"
              READ LBD102 NEXT RECORD AT END MOVE "10" TO ST-LBD102
              NOT AT END
                IF CONTRATO-L102 > ZEROS
                   MOVE CONTRATO-L102 TO CONTRATO-W
                   PERFORM LOCALIZA-HISTORICO
                   IF ACHOU-W = 1
                      ADD 1 TO TH-FILMES(IND-H)
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD102.
      *    SO ENTRAM NA MEDIA OS CONTRATOS QUE JA TEM FILME AVALIADO
      *    (EVENTO RECENTE AINDA SEM FILME DISTORCERIA PARA BAIXO).
           MOVE ZEROS TO SOMA-FILMES-W SOMA-FOTOGRAFOS-W SOMA-EVENTOS-W
                         FILMES-FOTOG-W FILMES-EVENTO-W.
           PERFORM VARYING IND-H FROM 1 BY 1 UNTIL IND-H > QT-HIST-W
              IF TH-FILMES(IND-H) > ZEROS
                 ADD TH-FILMES(IND-H)     TO SOMA-FILMES-W
                 ADD TH-FOTOGRAFOS(IND-H) TO SOMA-FOTOGRAFOS-W
                 ADD TH-EVENTOS(IND-H)    TO SOMA-EVENTOS-W
              END-IF
           END-PERFORM.
           IF SOMA-FOTOGRAFOS-W > ZEROS
              COMPUTE FILMES-FOTOG-W ROUNDED =
                      SOMA-FILMES-W / SOMA-FOTOGRAFOS-W
           END-IF.
           IF SOMA-EVENTOS-W > ZEROS
              COMPUTE FILMES-EVENTO-W ROUNDED =
                      SOMA-FILMES-W / SOMA-EVENTOS-W
           END-IF.

       ACUMULA-EVENTO-HISTORICO SECTION.
           MOVE CONTRATO-V23 TO CONTRATO-W.
           PERFORM LOCALIZA-HISTORICO.
           IF ACHOU-W = 0
              IF QT-HIST-W NOT < 500
                 ADD 1 TO QT-FORA-HIST-W
                 GO ACUMULA-EVENTO-HISTORICO-FIM
              END-IF
              ADD 1 TO QT-HIST-W
              MOVE QT-HIST-W    TO IND-H
              MOVE CONTRATO-V23 TO TH-CONTRATO(IND-H)
              MOVE ZEROS TO TH-EVENTOS(IND-H) TH-FOTOGRAFOS(IND-H)
                            TH-FILMES(IND-H)
           END-IF.
           PERFORM CONTA-FOTOGRAFOS.
           ADD 1                 TO TH-EVENTOS(IND-H).
           ADD QT-FOTOG-EVENTO-W TO TH-FOTOGRAFOS(IND-H).
       ACUMULA-EVENTO-HISTORICO-FIM.
           EXIT.

       LOCALIZA-HISTORICO SECTION.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING IND-H FROM 1 BY 1
                     UNTIL IND-H > QT-HIST-W OR ACHOU-W = 1
              IF TH-CONTRATO(IND-H) = CONTRATO-W
                 MOVE 1 TO ACHOU-W
              END-IF
           END-PERFORM.
           IF ACHOU-W = 1
              SUBTRACT 1 FROM IND-H
           END-IF.

       CONTA-FOTOGRAFOS SECTION.
           MOVE ZEROS TO QT-FOTOG-EVENTO-W.
           PERFORM VARYING IND-F FROM 1 BY 1 UNTIL IND-F > 4
              IF FOTOGRAFO-V23(IND-F) > ZEROS
                 ADD 1 TO QT-FOTOG-EVENTO-W
              END-IF
           END-PERFORM.

      *    EVENTOS DE (HOJE - D DIAS) ATE O FIM DO HORIZONTE: A
      *    ESTIMATIVA DO EVENTO E DIVIDIDA PELOS D DIAS SEGUINTES E
      *    CADA DIA QUE CAI DENTRO DO HORIZONTE SOMA NA SUA SEMANA.
       PROJETA-CHEGADAS SECTION.
           PERFORM VARYING IND-S FROM 1 BY 1 UNTIL IND-S > 26
              MOVE ZEROS TO TS-INICIO(IND-S) TS-EVENTOS(IND-S)
                            TS-CARGA(IND-S)
              IF IND-S NOT > QT-SEMANAS-W
                 COMPUTE TS-INICIO(IND-S) = FUNCTION DATE-OF-INTEGER
                    (HOJE-INT-W + (IND-S - 1) * 7)
              END-IF
           END-PERFORM.
           COMPUTE DATA-INT-W = HOJE-INT-W - DIAS-CHEGADA-W.
           COMPUTE DATA-INI-W = FUNCTION DATE-OF-INTEGER(DATA-INT-W).
           COMPUTE DATA-FIM-W = FUNCTION DATE-OF-INTEGER
                   (HOJE-INT-W + QT-SEMANAS-W * 7 - 1).
           MOVE DATA-INI-W TO DATA-V23.
           MOVE ZEROS      TO SEQ-V23.
           START VID023 KEY IS NOT < CHAVE-V23 INVALID KEY
                 MOVE "10" TO ST-VID023.
           PERFORM UNTIL ST-VID023 = "10"
              READ VID023 NEXT RECORD AT END MOVE "10" TO ST-VID023
              NOT AT END
                IF DATA-V23 > DATA-FIM-W
                   MOVE "10" TO ST-VID023
                ELSE
                   PERFORM ESPALHA-EVENTO
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID023.

       ESPALHA-EVENTO SECTION.
           PERFORM CONTA-FOTOGRAFOS.
           IF QT-FOTOG-EVENTO-W > ZEROS
              COMPUTE FILMES-PREV-W =
                      QT-FOTOG-EVENTO-W * FILMES-FOTOG-W
           ELSE
              MOVE FILMES-EVENTO-W TO FILMES-PREV-W
           END-IF.
           COMPUTE DATA-INT-W = FUNCTION INTEGER-OF-DATE(DATA-V23).
           IF DATA-V23 NOT < DATA-HOJE-W
              COMPUTE IND-S = (DATA-INT-W - HOJE-INT-W) / 7 + 1
              ADD 1 TO TS-EVENTOS(IND-S)
           END-IF.
           COMPUTE FILMES-DIA-W ROUNDED =
                   FILMES-PREV-W / DIAS-CHEGADA-W.
           PERFORM VARYING IND-D FROM 1 BY 1
                     UNTIL IND-D > DIAS-CHEGADA-W
              IF DATA-INT-W + IND-D NOT < HOJE-INT-W
                 AND DATA-INT-W + IND-D < HOJE-INT-W + QT-SEMANAS-W * 7
                 COMPUTE IND-S =
                         (DATA-INT-W + IND-D - HOJE-INT-W) / 7 + 1
                 ADD FILMES-DIA-W TO TS-CARGA(IND-S)
              END-IF
           END-PERFORM.

      *    META DO DIA = SOMA DAS METAS DOS TURNOS (TIPO 00 QUANDO
      *    HOUVER; SENAO A SOMA DAS METAS POR TIPO DO TURNO). O
      *    REALIZADO VEM DOS AGREGADOS DOS TRES MESES FECHADOS
      *    ANTERIORES AO MES CORRENTE (13 SEMANAS).
       CALCULA-CAPACIDADE SECTION.
           MOVE ZEROS TO META-DIA-W QT-TURNOS-W META-TURNO-W
                         TEM-GERAL-W TURNO-ANT-W META-TURNO-MEDIA-W
                         CAP-META-W CAP-REAL-W SOMA-REAL-W.
           INITIALIZE CHAVE-L33.
           START LBD033 KEY IS NOT < CHAVE-L33 INVALID KEY
                 MOVE "10" TO ST-LBD033.
           PERFORM UNTIL ST-LBD033 = "10"
              READ LBD033 NEXT RECORD AT END MOVE "10" TO ST-LBD033
              NOT AT END
                IF QT-TURNOS-W = ZEROS OR TURNO-L33 <> TURNO-ANT-W
                   ADD META-TURNO-W TO META-DIA-W
                   MOVE ZEROS     TO META-TURNO-W TEM-GERAL-W
                   MOVE TURNO-L33 TO TURNO-ANT-W
                   ADD 1          TO QT-TURNOS-W
                END-IF
                IF TIPO-FILME-L33 = ZEROS
                   MOVE META-QTDE-L33 TO META-TURNO-W
                   MOVE 1             TO TEM-GERAL-W
                ELSE
                   IF TEM-GERAL-W = 0
                      ADD META-QTDE-L33 TO META-TURNO-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD033.
           ADD META-TURNO-W TO META-DIA-W.
           IF QT-TURNOS-W > ZEROS
              COMPUTE META-TURNO-MEDIA-W ROUNDED =
                      META-DIA-W / QT-TURNOS-W
           END-IF.
           COMPUTE CAP-META-W = META-DIA-W * DIAS-UTEIS-W.
           MOVE DATA-HOJE-W(1: 6) TO ANOMES-W.
           PERFORM VOLTA-UM-MES.
           MOVE ANOMES-N-W TO MES-FIM-W.
           PERFORM VOLTA-UM-MES.
           PERFORM VOLTA-UM-MES.
           MOVE ANOMES-N-W TO MES-INI-W.
           INITIALIZE CHAVE-L41.
           MOVE MES-INI-W TO MES-L41.
           START LBD041 KEY IS NOT < CHAVE-L41 INVALID KEY
                 MOVE "10" TO ST-LBD041.
           PERFORM UNTIL ST-LBD041 = "10"
              READ LBD041 NEXT RECORD AT END MOVE "10" TO ST-LBD041
              NOT AT END
                IF MES-L41 > MES-FIM-W
                   MOVE "10" TO ST-LBD041
                ELSE
                   ADD QT-FILMES-L41 TO SOMA-REAL-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD041.
           COMPUTE CAP-REAL-W ROUNDED = SOMA-REAL-W / 13.
           IF CAP-REAL-W > ZEROS
              MOVE CAP-REAL-W TO CAP-USADA-W
           ELSE
              MOVE CAP-META-W TO CAP-USADA-W
           END-IF.

       VOLTA-UM-MES SECTION.
           IF MES-W = 1
              MOVE 12 TO MES-W
              SUBTRACT 1 FROM ANO-W
           ELSE
              SUBTRACT 1 FROM MES-W
           END-IF.

       IMPRIME-RELATORIO SECTION.
           OPEN OUTPUT RELAT.
           MOVE DATA-HOJE-W(7: 2) TO DATA-W(1: 2).
           MOVE DATA-HOJE-W(5: 2) TO DATA-W(3: 2).
           MOVE DATA-HOJE-W(1: 4) TO DATA-W(5: 4).
           MOVE DATA-W TO DATA-HOJE-REL.
           MOVE ZEROS TO LIN TOTAL-TURNOS-W.
           PERFORM CABECALHO.
           PERFORM VARYING IND-S FROM 1 BY 1
                     UNTIL IND-S > QT-SEMANAS-W
              MOVE IND-S TO SEMANA-REL
              MOVE TS-INICIO(IND-S)(7: 2) TO DATA-W(1: 2)
              MOVE TS-INICIO(IND-S)(5: 2) TO DATA-W(3: 2)
              MOVE TS-INICIO(IND-S)(1: 4) TO DATA-W(5: 4)
              MOVE DATA-W             TO INICIO-REL
              MOVE TS-EVENTOS(IND-S)  TO EVENTOS-REL
              MOVE TS-CARGA(IND-S)    TO CARGA-REL
              MOVE CAP-META-W         TO CAP-META-REL
              MOVE CAP-REAL-W         TO CAP-REAL-REL
              COMPUTE FALTA-W = TS-CARGA(IND-S) - CAP-USADA-W
              MOVE ZEROS TO TURNOS-EXTRA-W
              IF FALTA-W > ZEROS
                 MOVE FALTA-W TO FALTA-REL
                 IF META-TURNO-MEDIA-W > ZEROS
                    COMPUTE TURNOS-EXTRA-W =
                            FALTA-W / META-TURNO-MEDIA-W
                    IF TURNOS-EXTRA-W * META-TURNO-MEDIA-W < FALTA-W
                       ADD 1 TO TURNOS-EXTRA-W
                    END-IF
                 END-IF
              ELSE
                 MOVE ZEROS TO FALTA-REL
              END-IF
              MOVE TURNOS-EXTRA-W TO TURNOS-REL
              ADD TURNOS-EXTRA-W  TO TOTAL-TURNOS-W
              WRITE REG-RELAT FROM LINDET
              ADD 1 TO LIN
              IF LIN > 56
                 PERFORM CABECALHO
              END-IF
           END-PERFORM.
           WRITE REG-RELAT FROM CAB03.
           MOVE FILMES-FOTOG-W     TO FILMES-FOTOG-REL.
           WRITE REG-RELAT FROM LINTOT1.
           MOVE FILMES-EVENTO-W    TO FILMES-EVENTO-REL.
           WRITE REG-RELAT FROM LINTOT2.
           MOVE META-TURNO-MEDIA-W TO META-TURNO-REL.
           WRITE REG-RELAT FROM LINTOT3.
           MOVE TOTAL-TURNOS-W     TO TOTAL-TURNOS-REL.
           WRITE REG-RELAT FROM LINTOT4.
           MOVE SPACES TO LINPAR-REL.
           STRING "CHEGADA EM " DIAS-CHEGADA-W " DIAS; "
                  DIAS-UTEIS-W " DIAS UTEIS/SEMANA; HISTORICO DE "
                  MESES-HIST-W " MESES; REALIZADO DE " MES-INI-W
                  " A " MES-FIM-W
                  DELIMITED BY SIZE INTO LINPAR-REL.
           WRITE REG-RELAT FROM LINPAR.
           IF CAP-REAL-W = ZEROS
              MOVE "SEM REALIZADO EM LBD041 - FALTA SOBRE A META"
                   TO LINPAR-REL
              WRITE REG-RELAT FROM LINPAR
           END-IF.
           CLOSE RELAT.

       CABECALHO SECTION.
           ADD 1 TO PAGE-COUNT.  MOVE PAGE-COUNT TO PAG-REL.
           IF PAGE-COUNT = 1
              WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           MOVE 6 TO LIN.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE VID023 LBD102 LBD033 LBD041.
           EXIT PROGRAM.
