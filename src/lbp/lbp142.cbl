       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP142.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Gráfico de controle p (proporção de filmes com
      *problema) da avaliação de negativos (LBD102). Por dia:
      *  - p = filmes com problema / lançamentos do dia (mesma taxa
      *    do LBP129);
      *  - linha central p-barra calculada num período base
      *    informado (zeros = o próprio período analisado);
      *  - limites LSC/LIC = p-barra +/- 3 x raiz(p-barra x
      *    (1 - p-barra) / n do dia) - LIC nunca abaixo de zero;
      *  - marca o dia fora dos limites e a sequência de 7 ou mais
      *    dias seguidos do mesmo lado da linha central.
      *Opcionalmente repete o gráfico por tipo de filme. Quando o
      *último dia do período sai dos limites, posta alerta no
      *LOGD019 (LOG021) para o console da manhã LOG020.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LBPX102.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY LBPW102.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-LBD102             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  BASE-INICIAL-W        PIC 9(8)     VALUE ZEROS.
           05  BASE-FINAL-W          PIC 9(8)     VALUE ZEROS.
           05  DATA-INICIAL-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-FINAL-W          PIC 9(8)     VALUE ZEROS.
           05  POR-TIPO-W            PIC X        VALUE SPACES.
      *    GRUPO EM PROCESSO: 0 = TODOS OS FILMES, 1 = UM TIPO
           05  GRUPO-POR-TIPO-W      PIC 9        VALUE ZEROS.
           05  TIPO-GRUPO-W          PIC 9(2)     VALUE ZEROS.
           05  IND-W                 PIC 9(3)     VALUE ZEROS.
           05  DATA-DIA-W            PIC 9(8)     VALUE ZEROS.
           05  N-DIA-W               PIC 9(7)     VALUE ZEROS.
           05  D-DIA-W               PIC 9(7)     VALUE ZEROS.
           05  N-BASE-W              PIC 9(9)     VALUE ZEROS.
           05  D-BASE-W              PIC 9(9)     VALUE ZEROS.
           05  P-BARRA-W             PIC 9V9(6)   VALUE ZEROS.
           05  P-DIA-W               PIC 9(3)V9(6) VALUE ZEROS.
           05  SIGMA-W               PIC 9V9(6)   VALUE ZEROS.
           05  LSC-W                 PIC 9V9(6)   VALUE ZEROS.
           05  LIC-W                 PIC S9V9(6)  VALUE ZEROS.
           05  PERC-W                PIC 9(3)V99  VALUE ZEROS.
      *    SEQUENCIA DO MESMO LADO DA LINHA CENTRAL: A-ACIMA B-ABAIXO
           05  LADO-W                PIC X        VALUE SPACES.
           05  LADO-ANTERIOR-W       PIC X        VALUE SPACES.
           05  QT-SEQUENCIA-W        PIC 9(3)     VALUE ZEROS.
           05  QT-DIAS-W             PIC 9(4)     VALUE ZEROS.
           05  QT-FORA-W             PIC 9(4)     VALUE ZEROS.
           05  QT-SEQ-W              PIC 9(4)     VALUE ZEROS.
           05  ULTIMO-FORA-W         PIC 9        VALUE ZEROS.
           05  DATA-ULTIMO-W         PIC 9(8)     VALUE ZEROS.
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
           COPY LOGW021C.
      *    PERIODO BASE POR TIPO DE FILME (OCORRENCIA = TIPO + 1)
       01  TAB-BASE.
           05  BASE-TIPO-W OCCURS 100 TIMES.
               10  N-TIPO-W          PIC 9(9).
               10  D-TIPO-W          PIC 9(9).

       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(44)   VALUE
               "GRAFICO DE CONTROLE P - PROBLEMAS NEGATIVO  ".
           05  GRUPO-REL           PIC X(20)   VALUE SPACES.
       01  CAB02A.
           05  FILLER              PIC X(6)    VALUE "BASE: ".
           05  BASE-INI-REL        PIC 99/99/9999.
           05  FILLER              PIC X(3)    VALUE " A ".
           05  BASE-FIM-REL        PIC 99/99/9999.
           05  FILLER              PIC X(10)   VALUE "  LANCTOS ".
           05  N-BASE-REL          PIC ZZZ.ZZ9.
           05  FILLER              PIC X(11)   VALUE "  PROBLEMA ".
           05  D-BASE-REL          PIC ZZZ.ZZ9.
           05  FILLER              PIC X(14)   VALUE "  P-BARRA (%) ".
           05  P-BARRA-REL         PIC ZZ9,99.
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(100)  VALUE
           "DATA        LANCTOS  PROBLEMA    P(%)  LIC(%)   LC(%)  LSC(%
      -    ")  SITUACAO".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINTOT.
           05  FILLER              PIC X(16)   VALUE "DIAS NO GRAFICO ".
           05  QT-DIAS-REL         PIC Z.ZZ9.
           05  FILLER              PIC X(20)   VALUE
               "   FORA DOS LIMITES ".
           05  QT-FORA-REL         PIC Z.ZZ9.
           05  FILLER              PIC X(24)   VALUE
               "   EM SEQUENCIA DE 7 OU+".
           05  QT-SEQ-REL          PIC Z.ZZ9.
       01  DATA-ED-W               PIC 99/99/9999.
       01  QT-ED-W                 PIC ZZ.ZZ9.
       01  PERC-ED-W               PIC ZZ9,99.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              PERFORM PROCESSA-GRAFICOS
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE NOME-EMPRESA-W     TO EMPRESA-REL
           MOVE "LBD102" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD102.
           OPEN INPUT LBD102.
           IF ST-LBD102 <> "00"
              DISPLAY "ERRO ABERTURA LBD102: " ST-LBD102
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              DISPLAY "Periodo analisado - data inicial (AAAAMMDD): "
              ACCEPT DATA-INICIAL-W FROM CONSOLE
              DISPLAY "Periodo analisado - data final (AAAAMMDD): "
              ACCEPT DATA-FINAL-W FROM CONSOLE
              DISPLAY "Periodo base - data inicial (0 = O MESMO): "
              ACCEPT BASE-INICIAL-W FROM CONSOLE
              IF BASE-INICIAL-W = ZEROS
                 MOVE DATA-INICIAL-W TO BASE-INICIAL-W
                 MOVE DATA-FINAL-W   TO BASE-FINAL-W
              ELSE
                 DISPLAY "Periodo base - data final (AAAAMMDD): "
                 ACCEPT BASE-FINAL-W FROM CONSOLE
              END-IF
              DISPLAY "Abrir tambem por tipo de filme (S/N): "
              ACCEPT POR-TIPO-W FROM CONSOLE
              IF DATA-FINAL-W < DATA-INICIAL-W
                 OR BASE-FINAL-W < BASE-INICIAL-W
                 DISPLAY "PERIODO INVALIDO"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-GRAFICOS SECTION.
           PERFORM APURA-BASE.
           OPEN OUTPUT RELAT.
           MOVE ZEROS TO PAGE-COUNT.
           MOVE ZEROS TO GRUPO-POR-TIPO-W TIPO-GRUPO-W.
           MOVE "TODOS OS FILMES" TO GRUPO-REL.
           PERFORM GRAFICO-GRUPO.
           IF POR-TIPO-W = "S" OR POR-TIPO-W = "s"
              MOVE 1 TO GRUPO-POR-TIPO-W
              PERFORM VARYING IND-W FROM 1 BY 1 UNTIL IND-W > 100
                 IF N-TIPO-W(IND-W) > ZEROS
                    COMPUTE TIPO-GRUPO-W = IND-W - 1
                    MOVE SPACES TO GRUPO-REL
                    STRING "TIPO DE FILME " TIPO-GRUPO-W
                           DELIMITED BY SIZE INTO GRUPO-REL
                    PERFORM GRAFICO-GRUPO
                 END-IF
              END-PERFORM
           END-IF.
           CLOSE RELAT.
           DISPLAY "GRAFICO IMPRESSO.".

      *    PROPORCAO MEDIA DO PERIODO BASE, GERAL E POR TIPO DE FILME.
       APURA-BASE SECTION.
           INITIALIZE TAB-BASE.
           MOVE BASE-INICIAL-W TO DATA-MOVTO-L102.
           MOVE ZEROS          TO SEQ-L102.
           START LBD102 KEY IS NOT < CHAVE-L102 INVALID KEY
                 MOVE "10" TO ST-LBD102.
           PERFORM UNTIL ST-LBD102 = "10"
              READ LBD102 NEXT RECORD AT END MOVE "10" TO ST-LBD102
              NOT AT END
                IF DATA-MOVTO-L102 > BASE-FINAL-W
                   MOVE "10" TO ST-LBD102
                ELSE
                   COMPUTE IND-W = TIPO-FILME-L102 + 1
                   ADD 1                  TO N-TIPO-W(IND-W)
                   ADD QT-FILME-PROB-L102 TO D-TIPO-W(IND-W)
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD102.

      *    UM GRAFICO: TODOS OS FILMES OU UM TIPO (TIPO-GRUPO-W).
       GRAFICO-GRUPO SECTION.
           MOVE ZEROS TO N-BASE-W D-BASE-W.
           IF GRUPO-POR-TIPO-W = ZEROS
              PERFORM VARYING IND-W FROM 1 BY 1 UNTIL IND-W > 100
                 ADD N-TIPO-W(IND-W) TO N-BASE-W
                 ADD D-TIPO-W(IND-W) TO D-BASE-W
              END-PERFORM
           ELSE
              COMPUTE IND-W = TIPO-GRUPO-W + 1
              MOVE N-TIPO-W(IND-W) TO N-BASE-W
              MOVE D-TIPO-W(IND-W) TO D-BASE-W
           END-IF.
           IF N-BASE-W = ZEROS
              DISPLAY "PERIODO BASE SEM LANCAMENTOS NO LBD102"
              GO GRAFICO-GRUPO-FIM
           END-IF.
           IF D-BASE-W > N-BASE-W
              MOVE 1 TO P-BARRA-W
           ELSE
              COMPUTE P-BARRA-W ROUNDED = D-BASE-W / N-BASE-W
           END-IF.
           MOVE ZEROS  TO QT-DIAS-W QT-FORA-W QT-SEQ-W QT-SEQUENCIA-W
                          ULTIMO-FORA-W DATA-ULTIMO-W.
           MOVE SPACES TO LADO-ANTERIOR-W.
           PERFORM CABECALHO.
           MOVE ZEROS TO DATA-DIA-W N-DIA-W D-DIA-W.
           MOVE DATA-INICIAL-W TO DATA-MOVTO-L102.
           MOVE ZEROS          TO SEQ-L102.
           START LBD102 KEY IS NOT < CHAVE-L102 INVALID KEY
                 MOVE "10" TO ST-LBD102.
           PERFORM UNTIL ST-LBD102 = "10"
              READ LBD102 NEXT RECORD AT END MOVE "10" TO ST-LBD102
              NOT AT END
                IF DATA-MOVTO-L102 > DATA-FINAL-W
                   MOVE "10" TO ST-LBD102
                ELSE
                   IF DATA-MOVTO-L102 <> DATA-DIA-W
                      PERFORM PONTO-DO-DIA
                      MOVE DATA-MOVTO-L102 TO DATA-DIA-W
                      MOVE ZEROS TO N-DIA-W D-DIA-W
                   END-IF
                   IF GRUPO-POR-TIPO-W = ZEROS
                      OR TIPO-FILME-L102 = TIPO-GRUPO-W
                      ADD 1                  TO N-DIA-W
                      ADD QT-FILME-PROB-L102 TO D-DIA-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD102.
           PERFORM PONTO-DO-DIA.
           MOVE QT-DIAS-W TO QT-DIAS-REL.
           MOVE QT-FORA-W TO QT-FORA-REL.
           MOVE QT-SEQ-W  TO QT-SEQ-REL.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINTOT.
           ADD 2 TO LIN.
           IF ULTIMO-FORA-W = 1
              PERFORM POSTA-ALERTA
           END-IF.
       GRAFICO-GRUPO-FIM.
           EXIT.

      *    CALCULA, CLASSIFICA E IMPRIME O PONTO DO DIA ACUMULADO.
       PONTO-DO-DIA SECTION.
           IF N-DIA-W = ZEROS
              GO PONTO-DO-DIA-FIM
           END-IF.
           ADD 1 TO QT-DIAS-W.
           MOVE DATA-DIA-W TO DATA-ULTIMO-W.
           MOVE ZEROS      TO ULTIMO-FORA-W.
           COMPUTE P-DIA-W ROUNDED = D-DIA-W / N-DIA-W.
           COMPUTE SIGMA-W ROUNDED =
                   (P-BARRA-W * (1 - P-BARRA-W) / N-DIA-W) ** 0,5.
           COMPUTE LSC-W ROUNDED = P-BARRA-W + 3 * SIGMA-W
              ON SIZE ERROR MOVE 9,999999 TO LSC-W
           END-COMPUTE.
           IF LSC-W > 1
              MOVE 1 TO LSC-W
           END-IF.
           COMPUTE LIC-W ROUNDED = P-BARRA-W - 3 * SIGMA-W.
           IF LIC-W < ZEROS
              MOVE ZEROS TO LIC-W
           END-IF.
           MOVE SPACES TO LINDET-REL.
           MOVE DATA-DIA-W TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-ED-W.
           MOVE DATA-ED-W       TO LINDET-REL(1: 10).
           MOVE N-DIA-W         TO QT-ED-W.
           MOVE QT-ED-W         TO LINDET-REL(14: 6).
           MOVE D-DIA-W         TO QT-ED-W.
           MOVE QT-ED-W         TO LINDET-REL(23: 6).
           COMPUTE PERC-W ROUNDED = P-DIA-W * 100
              ON SIZE ERROR MOVE 999,99 TO PERC-W
           END-COMPUTE.
           MOVE PERC-W TO PERC-ED-W.
           MOVE PERC-ED-W       TO LINDET-REL(32: 6).
           COMPUTE PERC-W ROUNDED = LIC-W * 100.
           MOVE PERC-W TO PERC-ED-W.
           MOVE PERC-ED-W       TO LINDET-REL(40: 6).
           COMPUTE PERC-W ROUNDED = P-BARRA-W * 100.
           MOVE PERC-W TO PERC-ED-W.
           MOVE PERC-ED-W       TO LINDET-REL(48: 6).
           COMPUTE PERC-W ROUNDED = LSC-W * 100.
           MOVE PERC-W TO PERC-ED-W.
           MOVE PERC-ED-W       TO LINDET-REL(56: 6).
      *    LADO DA LINHA CENTRAL (O PONTO SOBRE A LINHA QUEBRA A
      *    SEQUENCIA).
           EVALUATE TRUE
              WHEN P-DIA-W > P-BARRA-W MOVE "A"    TO LADO-W
              WHEN P-DIA-W < P-BARRA-W MOVE "B"    TO LADO-W
              WHEN OTHER               MOVE SPACES TO LADO-W
           END-EVALUATE.
           IF LADO-W = SPACES OR LADO-W <> LADO-ANTERIOR-W
              MOVE ZEROS TO QT-SEQUENCIA-W
           END-IF.
           IF LADO-W <> SPACES
              ADD 1 TO QT-SEQUENCIA-W
           END-IF.
           MOVE LADO-W TO LADO-ANTERIOR-W.
           IF P-DIA-W > LSC-W
              MOVE "*** ACIMA DO LSC" TO LINDET-REL(64: 16)
              MOVE 1 TO ULTIMO-FORA-W
              ADD 1 TO QT-FORA-W
           ELSE
              IF P-DIA-W < LIC-W
                 MOVE "*** ABAIXO DO LIC" TO LINDET-REL(64: 17)
                 MOVE 1 TO ULTIMO-FORA-W
                 ADD 1 TO QT-FORA-W
              END-IF
           END-IF.
           IF QT-SEQUENCIA-W > 6
              ADD 1 TO QT-SEQ-W
              IF LADO-W = "A"
                 MOVE "SEQ.ACIMA"  TO LINDET-REL(82: 9)
              ELSE
                 MOVE "SEQ.ABAIXO" TO LINDET-REL(82: 10)
              END-IF
              MOVE QT-SEQUENCIA-W TO LINDET-REL(93: 3)
           END-IF.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.
       PONTO-DO-DIA-FIM.
           EXIT.

      *    ULTIMO DIA DO PERIODO FORA DOS LIMITES - CONSOLE DA MANHA.
       POSTA-ALERTA SECTION.
           MOVE DATA-ULTIMO-W TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-ED-W.
           MOVE "LBP142" TO LOG021-PROGRAMA.
           MOVE 2        TO LOG021-SEVERIDADE.
           MOVE SPACES   TO LOG021-TEXTO.
           IF GRUPO-POR-TIPO-W = ZEROS
              STRING "TAXA PROBLEMA NEGATIVO FORA DE CONTROLE "
                     DATA-ED-W DELIMITED BY SIZE INTO LOG021-TEXTO
           ELSE
              STRING "TAXA PROBLEMA NEG. FORA CONTROLE "
                     DATA-ED-W " TIPO " TIPO-GRUPO-W
                     DELIMITED BY SIZE INTO LOG021-TEXTO
           END-IF.
           CALL "LOG021" USING PARAMETROS-W LOG021-PARAMETROS.
           CANCEL "LOG021".

       CONVERTE-DATA SECTION.
           MOVE DATA-CONV-W(7: 2) TO DATA-DDMMAAAA-W(1: 2).
           MOVE DATA-CONV-W(5: 2) TO DATA-DDMMAAAA-W(3: 2).
           MOVE DATA-CONV-W(1: 4) TO DATA-DDMMAAAA-W(5: 4).

       CABECALHO SECTION.
           ADD 1 TO PAGE-COUNT.  MOVE PAGE-COUNT TO PAG-REL.
           IF PAGE-COUNT = 1
              WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           MOVE BASE-INICIAL-W TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO BASE-INI-REL.
           MOVE BASE-FINAL-W   TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO BASE-FIM-REL.
           MOVE N-BASE-W       TO N-BASE-REL.
           MOVE D-BASE-W       TO D-BASE-REL.
           COMPUTE PERC-W ROUNDED = P-BARRA-W * 100.
           MOVE PERC-W         TO P-BARRA-REL.
           WRITE REG-RELAT FROM CAB02A.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           MOVE 7 TO LIN.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE LBD102.
           EXIT PROGRAM.
