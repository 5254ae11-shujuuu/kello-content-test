       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIP131.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Segunda revisão por amostragem das edições de vídeo
      *aprovadas - a aprovação do VIP110 deixa de ser a última
      *palavra e as reclamações do SAC (CGD019) deixam de ser o
      *único controle:
      *  PLANO ......: percentual de amostragem por revisor (VID131),
      *                percentual padrão e percentual maior para o
      *                revisor novo (primeira aprovação em VID111 há
      *                menos de N semanas), e quais revisores são
      *                seniores (fazem a segunda revisão);
      *  SORTEIO ....: uma vez por semana encerrada, na sequência das
      *                semanas já sorteadas: toma as aprovações da
      *                semana (carimbo etapa 5 do VID111, a primeira
      *                depois da última rejeição), sorteia em cada
      *                revisor o percentual do plano (gerador
      *                congruente, semente guardada em VID131) e
      *                distribui as amostras (VID132) entre os
      *                seniores, pelo menor número de pendentes, sem
      *                cair no próprio revisor nem no editor;
      *  REVISAO ....: o sênior confirma ou reprova a amostra; a
      *                reprovação exige motivo do VID115 e devolve a
      *                edição para a fila de retrabalho do VIP114
      *                (carimbo etapa 3 pelo VIP117);
      *  RELATORIO ..: por revisor original, amostras, confirmadas,
      *                reprovadas, pendentes e taxa de reprovação na
      *                segunda revisão, com a lista das reprovadas.
      *Enquanto houver amostra pendente do contrato, o VIP126 não
      *publica o link de entrega do vídeo.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VIPX110.
           COPY VIPX111.
           COPY VIPX115.
           COPY VIPX131.
           COPY VIPX132.
           COPY CGPX001.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY VIPW110.
       COPY VIPW111.
       COPY VIPW115.
       COPY VIPW131.
       COPY VIPW132.
       COPY CGPW001.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
           COPY "CPTIME.CPY".
           COPY VIPW117C.
           COPY CGPW046C.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-VID110             PIC XX       VALUE SPACES.
           05  ST-VID111             PIC XX       VALUE SPACES.
           05  ST-VID115             PIC XX       VALUE SPACES.
           05  ST-VID131             PIC XX       VALUE SPACES.
           05  ST-VID132             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  RESULTADO-W           PIC X        VALUE SPACES.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  REVISOR-W             PIC 9(6)     VALUE ZEROS.
           05  SENIOR-W              PIC 9(6)     VALUE ZEROS.
           05  PERCENTUAL-W          PIC 9(3)     VALUE ZEROS.
           05  MARCA-SENIOR-W        PIC 9        VALUE ZEROS.
           05  MOTIVO-W              PIC 9(2)     VALUE ZEROS.
           05  LINHA-W               PIC 9(2)     VALUE ZEROS.
           05  NOVO-W                PIC 9        VALUE ZEROS.
           05  DATA-INICIAL-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-FINAL-W          PIC 9(8)     VALUE ZEROS.
           05  DATA-MINIMA-W         PIC 9(8)     VALUE ZEROS.
           05  DATA-NOVO-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-INFORMADA-W      PIC 9(8)     VALUE ZEROS.
      *    PARAMETROS GERAIS DO PLANO (REVISOR 000000 DE VID131)
           05  PERC-PADRAO-W         PIC 9(3)     VALUE ZEROS.
           05  PERC-NOVO-W           PIC 9(3)     VALUE ZEROS.
           05  SEMANAS-NOVO-W        PIC 9(3)     VALUE ZEROS.
           05  ULTIMA-SEMANA-W       PIC 9(8)     VALUE ZEROS.
      *    GERADOR CONGRUENTE (MULTIPLICADOR 16807, MODULO 2**31 - 1)
           05  SEMENTE-W             PIC 9(10)    VALUE ZEROS.
           05  SEMENTE-INICIAL-W     PIC 9(10)    VALUE ZEROS.
           05  PRODUTO-W             PIC 9(15)    VALUE ZEROS.
           05  QUOCIENTE-W           PIC 9(15)    VALUE ZEROS.
      *    APROVACAO CORRENTE DO ITEM NA VARREDURA DE VID111
           05  TEM-ITEM-W            PIC 9        VALUE ZEROS.
           05  ITEM-CONTRATO-W       PIC 9(8)     VALUE ZEROS.
           05  ITEM-ITEM-W           PIC 9(2)     VALUE ZEROS.
           05  ITEM-TIPO-W           PIC 9        VALUE ZEROS.
           05  APROV-DATA-W          PIC 9(8)     VALUE ZEROS.
           05  APROV-REVISOR-W       PIC 9(6)     VALUE ZEROS.
      *    APROVACOES DA SEMANA CANDIDATAS AO SORTEIO (ATE 1000)
           05  TAB-CANDIDATO.
               10  TC-OCC OCCURS 1000 TIMES.
                   15  TC-CONTRATO   PIC 9(8).
                   15  TC-ITEM       PIC 9(2).
                   15  TC-TIPO       PIC 9.
                   15  TC-DATA       PIC 9(8).
                   15  TC-REVISOR    PIC 9(6).
                   15  TC-EDITOR     PIC 9(6).
                   15  TC-SORTEIO    PIC 9(10).
                   15  TC-PERC       PIC 9(3).
                   15  TC-MARCA      PIC 9.
           05  QT-CANDIDATOS-W       PIC 9(4)     VALUE ZEROS.
           05  QT-EXCEDEU-W          PIC 9(4)     VALUE ZEROS.
      *    REVISORES (ATE 50, COMO NO VIP118): PRIMEIRA APROVACAO,
      *    CANDIDATOS E AMOSTRAS DO SORTEIO; TOTAIS DO RELATORIO.
           05  TAB-REVISOR.
               10  TR-OCC OCCURS 50 TIMES.
                   15  TR-CODIGO     PIC 9(6).
                   15  TR-PRIMEIRA   PIC 9(8).
                   15  TR-CANDIDATOS PIC 9(4).
                   15  TR-PERCENTUAL PIC 9(3).
                   15  TR-AMOSTRAS   PIC 9(4).
                   15  TR-PENDENTES  PIC 9(4).
                   15  TR-CONFIRMADAS PIC 9(4).
                   15  TR-REPROVADAS PIC 9(4).
           05  QT-REVISORES-W        PIC 9(2)     VALUE ZEROS.
      *    REVISORES SENIORES E PENDENTES DE CADA UM (ATE 30)
           05  TAB-SENIOR.
               10  TS-OCC OCCURS 30 TIMES.
                   15  TS-CODIGO     PIC 9(6).
                   15  TS-PENDENTES  PIC 9(4).
           05  QT-SENIORES-W         PIC 9(2)     VALUE ZEROS.
      *    FILA DO SENIOR NA SEGUNDA REVISAO (ATE 50 LINHAS)
           05  TAB-PENDENTE.
               10  TP-CHAVE OCCURS 50 TIMES PIC X(19).
           05  QT-PENDENTES-W        PIC 9(2)     VALUE ZEROS.
           05  IND-C                 PIC 9(4)     VALUE ZEROS.
           05  IND-MIN               PIC 9(4)     VALUE ZEROS.
           05  IND-R                 PIC 9(2)     VALUE ZEROS.
           05  IND-S                 PIC 9(2)     VALUE ZEROS.
           05  IND-ESC               PIC 9(2)     VALUE ZEROS.
           05  SORTEIO-MIN-W         PIC 9(10)    VALUE ZEROS.
           05  PEND-MIN-W            PIC 9(4)     VALUE ZEROS.
           05  QT-SORTEAR-W          PIC 9(4)     VALUE ZEROS.
           05  QT-AMOSTRAS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-SEM-SENIOR-W       PIC 9(5)     VALUE ZEROS.
           05  QT-REVISADAS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-REPROVADAS-W       PIC 9(5)     VALUE ZEROS.
           05  TAXA-W                PIC 9(3)V99  VALUE ZEROS.
           05  TAXA-ED-W             PIC ZZ9,99.
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

       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  TITULO-REL          PIC X(46)   VALUE SPACES.
           05  DATA-INI-REL        PIC 9(8).
           05  FILLER              PIC X(3)    VALUE " A ".
           05  DATA-FIM-REL        PIC 9(8).
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(51)   VALUE
           "CONTRATO IT APROVADA REVISOR".
           05  FILLER              PIC X(49)   VALUE "PERC SENIOR".
       01  CAB05.
           05  FILLER              PIC X(35)   VALUE "REVISOR".
           05  FILLER              PIC X(27)   VALUE
           "AMOSTRAS CONFIRM. REPROV.".
           05  FILLER              PIC X(38)   VALUE
           "PENDENTES  REPROV.%".
       01  CAB06.
           05  FILLER              PIC X(100)  VALUE
           "CONTRATO IT APROVADA REVISOR SENIOR REVISADA MOTIVO".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.

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
           MOVE "VID110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID110.
           MOVE "VID111" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID111.
           MOVE "VID115" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID115.
           MOVE "VID131" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID131.
           MOVE "VID132" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID132.
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           OPEN I-O VID110.
           OPEN INPUT VID111 VID115 CGD001.
           OPEN I-O VID131.
           IF ST-VID131 = "35"
              OPEN OUTPUT VID131
              CLOSE       VID131
              OPEN I-O    VID131
           END-IF.
           OPEN I-O VID132.
           IF ST-VID132 = "35"
              OPEN OUTPUT VID132
              CLOSE       VID132
              OPEN I-O    VID132
           END-IF.
           IF ST-VID110 <> "00"
              DISPLAY "ERRO ABERTURA VID110: " ST-VID110
              MOVE 1 TO ERRO-W.
           IF ST-VID111 <> "00"
              DISPLAY "ERRO ABERTURA VID111: " ST-VID111
              MOVE 1 TO ERRO-W.
           IF ST-VID115 <> "00"
              DISPLAY "ERRO ABERTURA VID115: " ST-VID115
              MOVE 1 TO ERRO-W.
           IF ST-VID131 <> "00"
              DISPLAY "ERRO ABERTURA VID131: " ST-VID131
              MOVE 1 TO ERRO-W.
           IF ST-VID132 <> "00"
              DISPLAY "ERRO ABERTURA VID132: " ST-VID132
              MOVE 1 TO ERRO-W.
           IF ST-CGD001 <> "00"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "VIP131" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA VIP131"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-PLANO  2-SORTEIO  3-REVISAO  "
                   "4-RELATORIO  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM MANUTENCAO-PLANO
              WHEN 2 PERFORM SORTEIO-SEMANAL
              WHEN 3 PERFORM SEGUNDA-REVISAO
              WHEN 4 PERFORM RELATORIO-REVISORES
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    PLANO DE AMOSTRAGEM (VID131)
      *----------------------------------------------------------------
       MANUTENCAO-PLANO SECTION.
           MOVE ZEROS TO REVISOR-V131.
           START VID131 KEY IS NOT < REVISOR-V131 INVALID KEY
                 MOVE "10" TO ST-VID131.
           PERFORM UNTIL ST-VID131 = "10"
              READ VID131 NEXT RECORD AT END MOVE "10" TO ST-VID131
              NOT AT END
                IF REVISOR-V131 = ZEROS
                   DISPLAY "PADRAO " PERCENTUAL-V131 "%  REVISOR NOVO "
                           PERC-NOVO-V131 "% ATE " SEMANAS-NOVO-V131
                           " SEMANAS  ULTIMA SEMANA SORTEADA "
                           ULTIMA-SEMANA-V131
                ELSE
                   MOVE REVISOR-V131 TO CODIGO-CG01
                   READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
                   END-READ
                   DISPLAY REVISOR-V131 " " NOME-CG01 " "
                           PERCENTUAL-V131 "%  SENIOR " SENIOR-V131
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID131.
           DISPLAY "Revisor (CGD001; 0 = PARAMETROS GERAIS): ".
           ACCEPT REVISOR-W FROM CONSOLE.
           MOVE REVISOR-W TO REVISOR-V131.
           MOVE ZEROS TO NOVO-W.
           READ VID131 INVALID KEY
                MOVE 1 TO NOVO-W
                INITIALIZE REG-VID131
                MOVE REVISOR-W TO REVISOR-V131
           END-READ.
           IF REVISOR-W = ZEROS
              PERFORM PARAMETROS-GERAIS
           ELSE
              PERFORM PLANO-REVISOR
           END-IF.

       PARAMETROS-GERAIS SECTION.
           DISPLAY "Percentual padrao de amostragem: ".
           ACCEPT PERCENTUAL-W FROM CONSOLE.
           IF PERCENTUAL-W > 100
              DISPLAY "PERCENTUAL INVALIDO"
              GO PARAMETROS-GERAIS-FIM
           END-IF.
           MOVE PERCENTUAL-W TO PERCENTUAL-V131.
           DISPLAY "Percentual do revisor novo: ".
           ACCEPT PERCENTUAL-W FROM CONSOLE.
           IF PERCENTUAL-W > 100
              DISPLAY "PERCENTUAL INVALIDO"
              GO PARAMETROS-GERAIS-FIM
           END-IF.
           MOVE PERCENTUAL-W TO PERC-NOVO-V131.
           DISPLAY "Revisor e novo ate quantas semanas da primeira "
                   "aprovacao: ".
           ACCEPT SEMANAS-NOVO-V131 FROM CONSOLE.
           PERFORM GRAVA-PLANO.
       PARAMETROS-GERAIS-FIM.
           EXIT.

       PLANO-REVISOR SECTION.
           MOVE REVISOR-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                DISPLAY "REVISOR NAO CADASTRADO EM CGD001"
                GO PLANO-REVISOR-FIM
           END-READ.
           DISPLAY NOME-CG01.
           DISPLAY "Percentual de amostragem (0 = PADRAO): ".
           ACCEPT PERCENTUAL-W FROM CONSOLE.
           IF PERCENTUAL-W > 100
              DISPLAY "PERCENTUAL INVALIDO"
              GO PLANO-REVISOR-FIM
           END-IF.
           DISPLAY "Faz segunda revisao - senior (1-SIM 0-NAO): ".
           ACCEPT MARCA-SENIOR-W FROM CONSOLE.
           IF PERCENTUAL-W = ZEROS AND MARCA-SENIOR-W = ZEROS
              IF NOVO-W = ZEROS
                 DELETE VID131 INVALID KEY CONTINUE END-DELETE
              END-IF
              DISPLAY "REVISOR SEGUE O PERCENTUAL PADRAO."
              GO PLANO-REVISOR-FIM
           END-IF.
           MOVE PERCENTUAL-W   TO PERCENTUAL-V131.
           MOVE MARCA-SENIOR-W TO SENIOR-V131.
           PERFORM GRAVA-PLANO.
       PLANO-REVISOR-FIM.
           EXIT.

       GRAVA-PLANO SECTION.
           MOVE DATA-HOJE-W   TO DATA-ALTERACAO-V131.
           MOVE COD-USUARIO-W TO USUARIO-V131.
           IF NOVO-W = 1
              WRITE REG-VID131 INVALID KEY
                   DISPLAY "ERRO GRAVACAO VID131: " ST-VID131
              END-WRITE
           ELSE
              REWRITE REG-VID131 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO VID131: " ST-VID131
              END-REWRITE
           END-IF.
           DISPLAY "PLANO GRAVADO.".

      *----------------------------------------------------------------
      *    SORTEIO SEMANAL DAS AMOSTRAS
      *----------------------------------------------------------------
       SORTEIO-SEMANAL SECTION.
           MOVE ZEROS TO REVISOR-V131.
           READ VID131 INVALID KEY
                DISPLAY "PARAMETROS GERAIS DO PLANO NAO CADASTRADOS "
                        "(OPCAO 1, REVISOR 0)"
                GO SORTEIO-SEMANAL-FIM
           END-READ.
           MOVE PERCENTUAL-V131    TO PERC-PADRAO-W.
           MOVE PERC-NOVO-V131     TO PERC-NOVO-W.
           MOVE SEMANAS-NOVO-V131  TO SEMANAS-NOVO-W.
           MOVE ULTIMA-SEMANA-V131 TO ULTIMA-SEMANA-W.
      *    AS SEMANAS SAO SORTEADAS EM SEQUENCIA, SEM SOBREPOSICAO:
      *    A PROXIMA COMECA 7 DIAS DEPOIS DA ULTIMA SORTEADA.
           MOVE ZEROS TO DATA-MINIMA-W.
           MOVE "DIAS" TO GRTIME-TYPE.
           IF ULTIMA-SEMANA-W > ZEROS
              MOVE "SOMA"          TO GRTIME-FUNCTION
              MOVE ULTIMA-SEMANA-W TO GRTIME-DATE
              MOVE 7               TO GRTIME-DAYS
              CALL "GRTIME" USING PARAMETROS-GRTIME
              MOVE GRTIME-DATE-FINAL TO DATA-MINIMA-W
                                        DATA-INICIAL-W
           ELSE
              MOVE "SUBT"          TO GRTIME-FUNCTION
              MOVE DATA-HOJE-W     TO GRTIME-DATE
              MOVE 7               TO GRTIME-DAYS
              CALL "GRTIME" USING PARAMETROS-GRTIME
              MOVE GRTIME-DATE-FINAL TO DATA-INICIAL-W
           END-IF.
           DISPLAY "Inicio da semana (AAAAMMDD, ZERO = "
                   DATA-INICIAL-W "): ".
           ACCEPT DATA-INFORMADA-W FROM CONSOLE.
           IF DATA-INFORMADA-W > ZEROS
              MOVE DATA-INFORMADA-W TO DATA-INICIAL-W
           END-IF.
           IF DATA-INICIAL-W < DATA-MINIMA-W
              DISPLAY "SEMANA JA SORTEADA - A PROXIMA COMECA EM "
                      DATA-MINIMA-W
              GO SORTEIO-SEMANAL-FIM
           END-IF.
      *    DEPOIS DO PRIMEIRO SORTEIO NAO SE PULA SEMANA: SO E ACEITA
      *    A SEMANA SEGUINTE A ULTIMA SORTEADA.
           IF ULTIMA-SEMANA-W > ZEROS AND
              DATA-INICIAL-W <> DATA-MINIMA-W
              DISPLAY "SEMANAS SAO SORTEADAS EM SEQUENCIA - PROXIMA "
                      "SEMANA: " DATA-MINIMA-W
              GO SORTEIO-SEMANAL-FIM
           END-IF.
           MOVE "SOMA"         TO GRTIME-FUNCTION.
           MOVE DATA-INICIAL-W TO GRTIME-DATE.
           MOVE 6              TO GRTIME-DAYS.
           CALL "GRTIME" USING PARAMETROS-GRTIME.
           MOVE GRTIME-DATE-FINAL TO DATA-FINAL-W.
           IF DATA-FINAL-W NOT < DATA-HOJE-W
              DISPLAY "SEMANA " DATA-INICIAL-W " A " DATA-FINAL-W
                      " AINDA NAO ENCERRADA"
              GO SORTEIO-SEMANAL-FIM
           END-IF.
           MOVE "SUBT"         TO GRTIME-FUNCTION.
           MOVE DATA-FINAL-W   TO GRTIME-DATE.
           COMPUTE GRTIME-DAYS = SEMANAS-NOVO-W * 7.
           CALL "GRTIME" USING PARAMETROS-GRTIME.
           MOVE GRTIME-DATE-FINAL TO DATA-NOVO-W.
           DISPLAY "Confirma o sorteio da semana " DATA-INICIAL-W
                   " a " DATA-FINAL-W " (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO SORTEIO-SEMANAL-FIM
           END-IF.
           ACCEPT HORA-W FROM TIME.
           COMPUTE SEMENTE-W = HORA-W + DATA-HOJE-W.
           MOVE SEMENTE-W TO SEMENTE-INICIAL-W.
           MOVE ZEROS TO QT-CANDIDATOS-W QT-EXCEDEU-W QT-REVISORES-W
                         QT-SENIORES-W QT-AMOSTRAS-W QT-SEM-SENIOR-W.
           PERFORM ACHA-APROVACOES.
           PERFORM CARREGA-SENIORES.
           PERFORM DEFINE-AMOSTRAS.
           MOVE ZEROS TO PAGE-COUNT.
           MOVE "AMOSTRAS DA SEGUNDA REVISAO - SEMANA DE"
                TO TITULO-REL.
           MOVE DATA-INICIAL-W TO DATA-INI-REL.
           MOVE DATA-FINAL-W   TO DATA-FIM-REL.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           ADD 2 TO LIN.
           PERFORM GRAVA-AMOSTRAS.
           CLOSE RELAT.
           MOVE ZEROS TO REVISOR-V131.
           READ VID131 INVALID KEY CONTINUE END-READ.
           MOVE DATA-INICIAL-W    TO ULTIMA-SEMANA-V131.
           MOVE DATA-HOJE-W       TO DATA-SORTEIO-V131.
           MOVE SEMENTE-INICIAL-W TO SEMENTE-V131.
           REWRITE REG-VID131 INVALID KEY
                DISPLAY "ERRO REGRAVACAO VID131: " ST-VID131
           END-REWRITE.
           IF QT-EXCEDEU-W > ZEROS
              DISPLAY "ATENCAO: " QT-EXCEDEU-W " APROVACOES ALEM DO "
                      "LIMITE DE 1000 FICARAM FORA DO SORTEIO"
           END-IF.
           IF QT-SEM-SENIOR-W > ZEROS
              DISPLAY "ATENCAO: " QT-SEM-SENIOR-W " AMOSTRAS SEM "
                      "SENIOR DISPONIVEL - QUALQUER SENIOR ASSUME NA "
                      "OPCAO 3"
           END-IF.
           DISPLAY "APROVACOES NA SEMANA: " QT-CANDIDATOS-W
                   "  AMOSTRAS SORTEADAS: " QT-AMOSTRAS-W.
       SORTEIO-SEMANAL-FIM.
           EXIT.

      *    UMA PASSADA EM VID111 (CARIMBOS DO MESMO ITEM CONTIGUOS NA
      *    CHAVE, COMO NO VIP127). A APROVACAO DO ITEM E O PRIMEIRO
      *    CARIMBO ETAPA 5 DEPOIS DA ULTIMA REJEICAO (REGRAVACAO DA
      *    EDICAO APROVADA CARIMBA DE NOVO A ETAPA 5). GUARDA TAMBEM A
      *    PRIMEIRA APROVACAO DE CADA REVISOR (REVISOR NOVO).
       ACHA-APROVACOES SECTION.
           MOVE ZEROS TO TEM-ITEM-W APROV-DATA-W APROV-REVISOR-W.
           INITIALIZE CHAVE-V111.
           START VID111 KEY IS NOT < CHAVE-V111 INVALID KEY
                 MOVE "10" TO ST-VID111.
           PERFORM UNTIL ST-VID111 = "10"
              READ VID111 NEXT RECORD AT END MOVE "10" TO ST-VID111
              NOT AT END
                IF TEM-ITEM-W = 1
                   AND (CONTRATO-V111 <> ITEM-CONTRATO-W
                        OR ITEM-V111 <> ITEM-ITEM-W
                        OR TIPO-V111 <> ITEM-TIPO-W)
                   PERFORM FECHA-ITEM
                END-IF
                IF TEM-ITEM-W = ZEROS
                   MOVE 1             TO TEM-ITEM-W
                   MOVE CONTRATO-V111 TO ITEM-CONTRATO-W
                   MOVE ITEM-V111     TO ITEM-ITEM-W
                   MOVE TIPO-V111     TO ITEM-TIPO-W
                END-IF
                IF ETAPA-V111 = 3
                   MOVE ZEROS TO APROV-DATA-W APROV-REVISOR-W
                END-IF
                IF ETAPA-V111 = 5
                   PERFORM PRIMEIRA-APROVACAO
                   IF APROV-DATA-W = ZEROS
                      MOVE DATA-V111        TO APROV-DATA-W
                      MOVE FUNCIONARIO-V111 TO APROV-REVISOR-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID111.
           IF TEM-ITEM-W = 1
              PERFORM FECHA-ITEM
           END-IF.

       FECHA-ITEM SECTION.
           IF ITEM-TIPO-W = 1
              AND APROV-REVISOR-W > ZEROS
              AND APROV-DATA-W NOT < DATA-INICIAL-W
              AND APROV-DATA-W NOT > DATA-FINAL-W
              PERFORM INCLUI-CANDIDATO
           END-IF.
           MOVE ZEROS TO TEM-ITEM-W APROV-DATA-W APROV-REVISOR-W.

       PRIMEIRA-APROVACAO SECTION.
           MOVE FUNCIONARIO-V111 TO REVISOR-W.
           PERFORM ACHA-REVISOR.
           IF IND-R > ZEROS
              IF TR-PRIMEIRA(IND-R) = ZEROS
                 OR DATA-V111 < TR-PRIMEIRA(IND-R)
                 MOVE DATA-V111 TO TR-PRIMEIRA(IND-R)
              END-IF
           END-IF.

      *    APROVACAO JA SORTEADA OU EDICAO EXCLUIDA DE VID110 FICA
      *    FORA; O SORTEIO DE CADA CANDIDATO SAI DO GERADOR.
       INCLUI-CANDIDATO SECTION.
           MOVE ITEM-CONTRATO-W TO CONTRATO-V132.
           MOVE ITEM-ITEM-W     TO ITEM-V132.
           MOVE ITEM-TIPO-W     TO TIPO-V132.
           MOVE APROV-DATA-W    TO DATA-APROVACAO-V132.
           READ VID132 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                GO INCLUI-CANDIDATO-FIM
           END-READ.
           MOVE ITEM-CONTRATO-W TO CONTRATO-V110.
           MOVE ITEM-ITEM-W     TO ITEM-V110.
           MOVE ITEM-TIPO-W     TO TIPO-V110.
           READ VID110 INVALID KEY
                GO INCLUI-CANDIDATO-FIM
           END-READ.
           IF QT-CANDIDATOS-W NOT < 1000
              ADD 1 TO QT-EXCEDEU-W
              GO INCLUI-CANDIDATO-FIM
           END-IF.
           MOVE APROV-REVISOR-W TO REVISOR-W.
           PERFORM ACHA-REVISOR.
           IF IND-R = ZEROS
              ADD 1 TO QT-EXCEDEU-W
              GO INCLUI-CANDIDATO-FIM
           END-IF.
           ADD 1 TO QT-CANDIDATOS-W.
           MOVE QT-CANDIDATOS-W  TO IND-C.
           MOVE ITEM-CONTRATO-W  TO TC-CONTRATO(IND-C).
           MOVE ITEM-ITEM-W      TO TC-ITEM(IND-C).
           MOVE ITEM-TIPO-W      TO TC-TIPO(IND-C).
           MOVE APROV-DATA-W     TO TC-DATA(IND-C).
           MOVE APROV-REVISOR-W  TO TC-REVISOR(IND-C).
           MOVE FUNCIONARIO-V110 TO TC-EDITOR(IND-C).
           PERFORM PROXIMO-ALEATORIO.
           MOVE SEMENTE-W        TO TC-SORTEIO(IND-C).
           MOVE ZEROS            TO TC-PERC(IND-C) TC-MARCA(IND-C).
           ADD 1 TO TR-CANDIDATOS(IND-R).
       INCLUI-CANDIDATO-FIM.
           EXIT.

      *    GERADOR CONGRUENTE MULTIPLICATIVO (PARK-MILLER): SEMENTE =
      *    SEMENTE * 16807 MOD 2147483647, SEMPRE ENTRE 1 E 2**31 - 2.
       PROXIMO-ALEATORIO SECTION.
           IF SEMENTE-W = ZEROS OR SEMENTE-W NOT < 2147483647
              MOVE 1 TO SEMENTE-W
           END-IF.
           COMPUTE PRODUTO-W = SEMENTE-W * 16807.
           DIVIDE PRODUTO-W BY 2147483647 GIVING QUOCIENTE-W
                  REMAINDER SEMENTE-W.

      *    LOCALIZA O REVISOR NA TABELA OU O INCLUI; IND-R = 0 QUANDO
      *    A TABELA ESTA CHEIA.
       ACHA-REVISOR SECTION.
           PERFORM VARYING IND-R FROM 1 BY 1
                     UNTIL IND-R > QT-REVISORES-W
                        OR TR-CODIGO(IND-R) = REVISOR-W
              CONTINUE
           END-PERFORM.
           IF IND-R > QT-REVISORES-W
              IF QT-REVISORES-W NOT < 50
                 MOVE ZEROS TO IND-R
              ELSE
                 ADD 1 TO QT-REVISORES-W
                 MOVE QT-REVISORES-W TO IND-R
                 MOVE REVISOR-W TO TR-CODIGO(IND-R)
                 MOVE ZEROS TO TR-PRIMEIRA(IND-R)
                               TR-CANDIDATOS(IND-R)
                               TR-PERCENTUAL(IND-R)
                               TR-AMOSTRAS(IND-R)
                               TR-PENDENTES(IND-R)
                               TR-CONFIRMADAS(IND-R)
                               TR-REPROVADAS(IND-R)
              END-IF
           END-IF.

      *    SENIORES DO PLANO, COM AS AMOSTRAS QUE JA TEM PENDENTES
      *    (CHAVE ALTERNADA ALT1 DE VID132). SENIOR DESLIGADO (CGD003,
      *    CGP046) NAO RECEBE AMOSTRA.
       CARREGA-SENIORES SECTION.
           MOVE 1 TO REVISOR-V131.
           START VID131 KEY IS NOT < REVISOR-V131 INVALID KEY
                 MOVE "10" TO ST-VID131.
           PERFORM UNTIL ST-VID131 = "10"
              READ VID131 NEXT RECORD AT END MOVE "10" TO ST-VID131
              NOT AT END
                MOVE ZEROS TO CGP046-DESLIGADO
                IF SENIOR-V131 = 1
                   MOVE REVISOR-V131 TO CGP046-CODIGO
                   MOVE DATA-HOJE-W  TO CGP046-DATA
                   CALL "CGP046" USING PARAMETROS-W CGP046-PARAMETROS
                   CANCEL "CGP046"
                END-IF
                IF SENIOR-V131 = 1 AND QT-SENIORES-W < 30
                   AND CGP046-DESLIGADO = ZEROS
                   ADD 1 TO QT-SENIORES-W
                   MOVE REVISOR-V131 TO TS-CODIGO(QT-SENIORES-W)
                   MOVE ZEROS        TO TS-PENDENTES(QT-SENIORES-W)
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID131.
           PERFORM VARYING IND-S FROM 1 BY 1
                     UNTIL IND-S > QT-SENIORES-W
              MOVE TS-CODIGO(IND-S) TO REVISOR-SENIOR-V132
              MOVE ZEROS            TO SITUACAO-V132
              START VID132 KEY IS = ALT1-V132 INVALID KEY
                    MOVE "10" TO ST-VID132
              END-START
              PERFORM UNTIL ST-VID132 = "10"
                 READ VID132 NEXT RECORD AT END
                      MOVE "10" TO ST-VID132
                 NOT AT END
                   IF REVISOR-SENIOR-V132 <> TS-CODIGO(IND-S)
                      OR SITUACAO-V132 <> ZEROS
                      MOVE "10" TO ST-VID132
                   ELSE
                      ADD 1 TO TS-PENDENTES(IND-S)
                   END-IF
                 END-READ
              END-PERFORM
              MOVE ZEROS TO ST-VID132
           END-PERFORM.

      *    PERCENTUAL DE CADA REVISOR: O DO PLANO (OU O PADRAO), OU O
      *    DO REVISOR NOVO QUANDO MAIOR; QUANTIDADE ARREDONDADA PARA
      *    CIMA. SORTEADAS = AS DE MENOR NUMERO SORTEADO.
       DEFINE-AMOSTRAS SECTION.
           PERFORM VARYING IND-R FROM 1 BY 1
                     UNTIL IND-R > QT-REVISORES-W
              IF TR-CANDIDATOS(IND-R) > ZEROS
                 MOVE TR-CODIGO(IND-R) TO REVISOR-V131
                 READ VID131 INVALID KEY
                      MOVE ZEROS TO PERCENTUAL-V131
                 END-READ
                 IF PERCENTUAL-V131 > ZEROS
                    MOVE PERCENTUAL-V131 TO TR-PERCENTUAL(IND-R)
                 ELSE
                    MOVE PERC-PADRAO-W   TO TR-PERCENTUAL(IND-R)
                 END-IF
                 IF TR-PRIMEIRA(IND-R) NOT < DATA-NOVO-W
                    AND PERC-NOVO-W > TR-PERCENTUAL(IND-R)
                    MOVE PERC-NOVO-W TO TR-PERCENTUAL(IND-R)
                 END-IF
                 COMPUTE QT-SORTEAR-W =
                    (TR-CANDIDATOS(IND-R) * TR-PERCENTUAL(IND-R) + 99)
                    / 100
                 PERFORM SORTEIA-UMA QT-SORTEAR-W TIMES
              END-IF
           END-PERFORM.

       SORTEIA-UMA SECTION.
           MOVE ZEROS      TO IND-MIN.
           MOVE 9999999999 TO SORTEIO-MIN-W.
           PERFORM VARYING IND-C FROM 1 BY 1
                     UNTIL IND-C > QT-CANDIDATOS-W
              IF TC-REVISOR(IND-C) = TR-CODIGO(IND-R)
                 AND TC-MARCA(IND-C) = ZEROS
                 AND TC-SORTEIO(IND-C) < SORTEIO-MIN-W
                 MOVE IND-C             TO IND-MIN
                 MOVE TC-SORTEIO(IND-C) TO SORTEIO-MIN-W
              END-IF
           END-PERFORM.
           IF IND-MIN > ZEROS
              MOVE 1                    TO TC-MARCA(IND-MIN)
              MOVE TR-PERCENTUAL(IND-R) TO TC-PERC(IND-MIN)
              ADD 1 TO TR-AMOSTRAS(IND-R)
           END-IF.

       GRAVA-AMOSTRAS SECTION.
           PERFORM VARYING IND-C FROM 1 BY 1
                     UNTIL IND-C > QT-CANDIDATOS-W
              IF TC-MARCA(IND-C) = 1
                 PERFORM ESCOLHE-SENIOR
                 INITIALIZE REG-VID132
                 MOVE TC-CONTRATO(IND-C) TO CONTRATO-V132
                 MOVE TC-ITEM(IND-C)     TO ITEM-V132
                 MOVE TC-TIPO(IND-C)     TO TIPO-V132
                 MOVE TC-DATA(IND-C)     TO DATA-APROVACAO-V132
                 MOVE DATA-INICIAL-W     TO SEMANA-V132
                 MOVE SENIOR-W           TO REVISOR-SENIOR-V132
                 MOVE ZEROS              TO SITUACAO-V132
                 MOVE TC-REVISOR(IND-C)  TO REVISOR-ORIG-V132
                 MOVE TC-EDITOR(IND-C)   TO EDITOR-V132
                 MOVE TC-PERC(IND-C)     TO PERCENTUAL-V132
                 MOVE COD-USUARIO-W      TO USUARIO-V132
                 WRITE REG-VID132 INVALID KEY
                      DISPLAY "ERRO GRAVACAO VID132: " ST-VID132
                   NOT INVALID KEY
                      ADD 1 TO QT-AMOSTRAS-W
                      PERFORM IMPRIME-AMOSTRA
                 END-WRITE
              END-IF
           END-PERFORM.

      *    SENIOR COM MENOS PENDENTES QUE NAO SEJA O REVISOR NEM O
      *    EDITOR DA EDICAO.
       ESCOLHE-SENIOR SECTION.
           MOVE ZEROS TO IND-ESC SENIOR-W.
           MOVE 9999  TO PEND-MIN-W.
           PERFORM VARYING IND-S FROM 1 BY 1
                     UNTIL IND-S > QT-SENIORES-W
              IF TS-CODIGO(IND-S) <> TC-REVISOR(IND-C)
                 AND TS-CODIGO(IND-S) <> TC-EDITOR(IND-C)
                 AND TS-PENDENTES(IND-S) < PEND-MIN-W
                 MOVE IND-S               TO IND-ESC
                 MOVE TS-PENDENTES(IND-S) TO PEND-MIN-W
              END-IF
           END-PERFORM.
           IF IND-ESC > ZEROS
              MOVE TS-CODIGO(IND-ESC) TO SENIOR-W
              ADD 1 TO TS-PENDENTES(IND-ESC)
           ELSE
              ADD 1 TO QT-SEM-SENIOR-W
           END-IF.

       IMPRIME-AMOSTRA SECTION.
           MOVE SPACES              TO LINDET-REL.
           MOVE CONTRATO-V132       TO LINDET-REL(1: 8).
           MOVE ITEM-V132           TO LINDET-REL(10: 2).
           MOVE DATA-APROVACAO-V132 TO LINDET-REL(13: 8).
           MOVE REVISOR-ORIG-V132   TO LINDET-REL(22: 6) CODIGO-CG01.
           READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
           END-READ.
           MOVE NOME-CG01(1: 22)    TO LINDET-REL(29: 22).
           MOVE PERCENTUAL-V132     TO LINDET-REL(52: 3).
           IF REVISOR-SENIOR-V132 = ZEROS
              MOVE "SEM SENIOR" TO LINDET-REL(57: 10)
           ELSE
              MOVE REVISOR-SENIOR-V132 TO LINDET-REL(57: 6)
                                          CODIGO-CG01
              READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
              END-READ
              MOVE NOME-CG01(1: 30)    TO LINDET-REL(64: 30)
           END-IF.
           PERFORM GRAVA-LINHA.

      *----------------------------------------------------------------
      *    SEGUNDA REVISAO PELO SENIOR
      *----------------------------------------------------------------
       SEGUNDA-REVISAO SECTION.
           DISPLAY "Revisor senior (CGD001): ".
           ACCEPT SENIOR-W FROM CONSOLE.
           MOVE SENIOR-W TO REVISOR-V131.
           READ VID131 INVALID KEY
                MOVE ZEROS TO SENIOR-V131
           END-READ.
           IF SENIOR-W = ZEROS OR SENIOR-V131 <> 1
              DISPLAY "REVISOR NAO E SENIOR NO PLANO (OPCAO 1)"
              GO SEGUNDA-REVISAO-FIM
           END-IF.
           MOVE SENIOR-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
           END-READ.
           DISPLAY "SENIOR: " NOME-CG01.
           MOVE ZEROS TO QT-PENDENTES-W.
           MOVE SENIOR-W TO REVISOR-W.
           PERFORM CARREGA-FILA-SENIOR.
           MOVE ZEROS TO SENIOR-W.
           PERFORM CARREGA-FILA-SENIOR.
           MOVE REVISOR-W TO SENIOR-W.
           IF QT-PENDENTES-W = ZEROS
              DISPLAY "NENHUMA AMOSTRA PENDENTE."
              GO SEGUNDA-REVISAO-FIM
           END-IF.
           DISPLAY "Linha da amostra (0 = VOLTAR): ".
           ACCEPT LINHA-W FROM CONSOLE.
           IF LINHA-W = ZEROS OR LINHA-W > QT-PENDENTES-W
              GO SEGUNDA-REVISAO-FIM
           END-IF.
           MOVE TP-CHAVE(LINHA-W) TO CHAVE-V132.
           READ VID132 INVALID KEY
                DISPLAY "AMOSTRA NAO ENCONTRADA"
                GO SEGUNDA-REVISAO-FIM
           END-READ.
           DISPLAY "Resultado (C-CONFIRMA A APROVACAO  R-REPROVA): ".
           ACCEPT RESULTADO-W FROM CONSOLE.
           IF RESULTADO-W = "c" MOVE "C" TO RESULTADO-W.
           IF RESULTADO-W = "r" MOVE "R" TO RESULTADO-W.
           IF RESULTADO-W <> "C" AND RESULTADO-W <> "R"
              GO SEGUNDA-REVISAO-FIM
           END-IF.
           MOVE ZEROS TO MOTIVO-W.
           IF RESULTADO-W = "R"
              DISPLAY "Motivo da reprovacao (VID115): "
              ACCEPT MOTIVO-W FROM CONSOLE
              MOVE MOTIVO-W TO CODIGO-V115
              READ VID115 INVALID KEY
                   DISPLAY "MOTIVO NAO CADASTRADO EM VID115"
                   GO SEGUNDA-REVISAO-FIM
              END-READ
              DISPLAY "MOTIVO: " DESCRICAO-V115
           END-IF.
           DISPLAY "Observacao: ".
           ACCEPT OBS-V132 FROM CONSOLE.
           DISPLAY "Confirma (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO SEGUNDA-REVISAO-FIM
           END-IF.
           MOVE SENIOR-W      TO REVISOR-SENIOR-V132.
           MOVE DATA-HOJE-W   TO DATA-REVISAO-V132.
           MOVE MOTIVO-W      TO MOTIVO-V132.
           MOVE COD-USUARIO-W TO USUARIO-V132.
           IF RESULTADO-W = "C"
              MOVE 1 TO SITUACAO-V132
           ELSE
              MOVE 2 TO SITUACAO-V132
           END-IF.
           REWRITE REG-VID132 INVALID KEY
                DISPLAY "ERRO REGRAVACAO VID132: " ST-VID132
                GO SEGUNDA-REVISAO-FIM
           END-REWRITE.
           IF RESULTADO-W = "R"
              PERFORM DEVOLVE-RETRABALHO
           END-IF.
           DISPLAY "SEGUNDA REVISAO REGISTRADA.".
       SEGUNDA-REVISAO-FIM.
           EXIT.

      *    PENDENTES DO SENIOR-W (OU SEM SENIOR, SENIOR-W = 0) PELA
      *    CHAVE ALT1; AS SEM SENIOR SO ENTRAM SE O SENIOR NAO FOR O
      *    REVISOR NEM O EDITOR DA EDICAO.
       CARREGA-FILA-SENIOR SECTION.
           MOVE SENIOR-W TO REVISOR-SENIOR-V132.
           MOVE ZEROS    TO SITUACAO-V132.
           START VID132 KEY IS = ALT1-V132 INVALID KEY
                 MOVE "10" TO ST-VID132.
           PERFORM UNTIL ST-VID132 = "10"
              READ VID132 NEXT RECORD AT END MOVE "10" TO ST-VID132
              NOT AT END
                IF REVISOR-SENIOR-V132 <> SENIOR-W
                   OR SITUACAO-V132 <> ZEROS
                   OR QT-PENDENTES-W NOT < 50
                   MOVE "10" TO ST-VID132
                ELSE
                   IF SENIOR-W > ZEROS
                      OR (REVISOR-ORIG-V132 <> REVISOR-W
                          AND EDITOR-V132 <> REVISOR-W)
                      PERFORM MOSTRA-PENDENTE
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID132.

       MOSTRA-PENDENTE SECTION.
           ADD 1 TO QT-PENDENTES-W.
           MOVE CHAVE-V132 TO TP-CHAVE(QT-PENDENTES-W).
           MOVE REVISOR-ORIG-V132 TO CODIGO-CG01.
           READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
           END-READ.
           IF REVISOR-SENIOR-V132 = ZEROS
              DISPLAY QT-PENDENTES-W " " CONTRATO-V132 " IT "
                      ITEM-V132 " APROVADA " DATA-APROVACAO-V132
                      " POR " NOME-CG01(1: 20) " (SEM SENIOR)"
           ELSE
              DISPLAY QT-PENDENTES-W " " CONTRATO-V132 " IT "
                      ITEM-V132 " APROVADA " DATA-APROVACAO-V132
                      " POR " NOME-CG01(1: 20)
           END-IF.

      *    REPROVADA NA SEGUNDA REVISAO: A EDICAO VOLTA PARA A FILA DE
      *    RETRABALHO (VIP114) COM O MOTIVO, E O FLUXO GANHA O
      *    CARIMBO DE REJEICAO (ETAPA 3) DO SENIOR.
       DEVOLVE-RETRABALHO SECTION.
           MOVE CONTRATO-V132 TO CONTRATO-V110.
           MOVE ITEM-V132     TO ITEM-V110.
           MOVE TIPO-V132     TO TIPO-V110.
           READ VID110 INVALID KEY
                DISPLAY "EDICAO NAO ENCONTRADA EM VID110"
                GO DEVOLVE-RETRABALHO-FIM
           END-READ.
           IF MOTIVO-REJEICAO-V110 > ZEROS
              DISPLAY "EDICAO JA ESTA NA FILA DE RETRABALHO"
              GO DEVOLVE-RETRABALHO-FIM
           END-IF.
           MOVE MOTIVO-V132 TO MOTIVO-REJEICAO-V110.
           MOVE SPACES      TO OBS-REJEICAO-V110.
           STRING "2A REVISAO: " OBS-V132
                  DELIMITED BY SIZE INTO OBS-REJEICAO-V110.
           REWRITE REG-VID110 INVALID KEY
                DISPLAY "ERRO REGRAVACAO VID110: " ST-VID110
                GO DEVOLVE-RETRABALHO-FIM
           END-REWRITE.
           MOVE CONTRATO-V110 TO VIP117-CONTRATO.
           MOVE ITEM-V110     TO VIP117-ITEM.
           MOVE TIPO-V110     TO VIP117-TIPO.
           MOVE 3             TO VIP117-ETAPA.
           MOVE SENIOR-W      TO VIP117-FUNCIONARIO.
           CALL "VIP117" USING PARAMETROS-W VIP117-PARAMETROS.
           CANCEL "VIP117".
           DISPLAY "EDICAO DEVOLVIDA PARA A FILA DE RETRABALHO.".
       DEVOLVE-RETRABALHO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    TAXA DE REPROVACAO NA SEGUNDA REVISAO POR REVISOR ORIGINAL
      *----------------------------------------------------------------
       RELATORIO-REVISORES SECTION.
           DISPLAY "Semanas sorteadas de (AAAAMMDD): ".
           ACCEPT DATA-INICIAL-W FROM CONSOLE.
           DISPLAY "Ate (AAAAMMDD, ZERO = HOJE): ".
           ACCEPT DATA-FINAL-W FROM CONSOLE.
           IF DATA-FINAL-W = ZEROS
              MOVE DATA-HOJE-W TO DATA-FINAL-W
           END-IF.
           MOVE ZEROS TO QT-REVISORES-W QT-AMOSTRAS-W QT-REVISADAS-W
                         QT-REPROVADAS-W PAGE-COUNT.
           MOVE "SEGUNDA REVISAO POR REVISOR - SEMANAS DE"
                TO TITULO-REL.
           MOVE DATA-INICIAL-W TO DATA-INI-REL.
           MOVE DATA-FINAL-W   TO DATA-FIM-REL.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           WRITE REG-RELAT FROM CAB06.
           WRITE REG-RELAT FROM CAB03.
           ADD 2 TO LIN.
           MOVE DATA-INICIAL-W TO SEMANA-V132.
           START VID132 KEY IS NOT < SEMANA-V132 INVALID KEY
                 MOVE "10" TO ST-VID132.
           PERFORM UNTIL ST-VID132 = "10"
              READ VID132 NEXT RECORD AT END MOVE "10" TO ST-VID132
              NOT AT END
                IF SEMANA-V132 > DATA-FINAL-W
                   MOVE "10" TO ST-VID132
                ELSE
                   PERFORM ACUMULA-AMOSTRA
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID132.
           PERFORM IMPRIME-REVISORES.
           CLOSE RELAT.
           MOVE ZEROS TO TAXA-W.
           IF QT-REVISADAS-W > ZEROS
              COMPUTE TAXA-W ROUNDED =
                      QT-REPROVADAS-W * 100 / QT-REVISADAS-W
           END-IF.
           MOVE TAXA-W TO TAXA-ED-W.
           DISPLAY "AMOSTRAS: " QT-AMOSTRAS-W "  REVISADAS: "
                   QT-REVISADAS-W "  REPROVADAS: " QT-REPROVADAS-W
                   " (" TAXA-ED-W "%)".

       ACUMULA-AMOSTRA SECTION.
           ADD 1 TO QT-AMOSTRAS-W.
           MOVE REVISOR-ORIG-V132 TO REVISOR-W.
           PERFORM ACHA-REVISOR.
           IF IND-R = ZEROS
              GO ACUMULA-AMOSTRA-FIM
           END-IF.
           ADD 1 TO TR-AMOSTRAS(IND-R).
           EVALUATE SITUACAO-V132
              WHEN 0 ADD 1 TO TR-PENDENTES(IND-R)
              WHEN 1 ADD 1 TO TR-CONFIRMADAS(IND-R)
                     ADD 1 TO QT-REVISADAS-W
              WHEN 2 ADD 1 TO TR-REPROVADAS(IND-R)
                     ADD 1 TO QT-REVISADAS-W QT-REPROVADAS-W
                     PERFORM IMPRIME-REPROVADA
           END-EVALUATE.
       ACUMULA-AMOSTRA-FIM.
           EXIT.

       IMPRIME-REPROVADA SECTION.
           MOVE MOTIVO-V132 TO CODIGO-V115.
           READ VID115 INVALID KEY MOVE SPACES TO DESCRICAO-V115
           END-READ.
           MOVE SPACES              TO LINDET-REL.
           MOVE CONTRATO-V132       TO LINDET-REL(1: 8).
           MOVE ITEM-V132           TO LINDET-REL(10: 2).
           MOVE DATA-APROVACAO-V132 TO LINDET-REL(13: 8).
           MOVE REVISOR-ORIG-V132   TO LINDET-REL(22: 6).
           MOVE REVISOR-SENIOR-V132 TO LINDET-REL(29: 6).
           MOVE DATA-REVISAO-V132   TO LINDET-REL(36: 8).
           MOVE MOTIVO-V132         TO LINDET-REL(45: 2).
           MOVE DESCRICAO-V115      TO LINDET-REL(48: 30).
           PERFORM GRAVA-LINHA.

       IMPRIME-REVISORES SECTION.
           IF LIN > 48 PERFORM CABECALHO END-IF.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM CAB05.
           WRITE REG-RELAT FROM CAB03.
           ADD 4 TO LIN.
           PERFORM VARYING IND-R FROM 1 BY 1
                     UNTIL IND-R > QT-REVISORES-W
              MOVE TR-CODIGO(IND-R) TO CODIGO-CG01
              READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
              END-READ
              MOVE ZEROS TO TAXA-W
              IF TR-CONFIRMADAS(IND-R) + TR-REPROVADAS(IND-R) > ZEROS
                 COMPUTE TAXA-W ROUNDED =
                         TR-REPROVADAS(IND-R) * 100 /
                         (TR-CONFIRMADAS(IND-R) + TR-REPROVADAS(IND-R))
              END-IF
              MOVE TAXA-W TO TAXA-ED-W
              MOVE SPACES                TO LINDET-REL
              MOVE TR-CODIGO(IND-R)      TO LINDET-REL(1: 6)
              MOVE NOME-CG01(1: 25)      TO LINDET-REL(8: 25)
              MOVE TR-AMOSTRAS(IND-R)    TO LINDET-REL(38: 4)
              MOVE TR-CONFIRMADAS(IND-R) TO LINDET-REL(47: 4)
              MOVE TR-REPROVADAS(IND-R)  TO LINDET-REL(55: 4)
              MOVE TR-PENDENTES(IND-R)   TO LINDET-REL(65: 4)
              MOVE TAXA-ED-W             TO LINDET-REL(73: 6)
              PERFORM GRAVA-LINHA
           END-PERFORM.

       CABECALHO SECTION.
           ADD 1 TO PAGE-COUNT.  MOVE PAGE-COUNT TO PAG-REL.
           IF PAGE-COUNT = 1
              WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           MOVE 4 TO LIN.

       GRAVA-LINHA SECTION.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE VID110 VID111 VID115 VID131 VID132 CGD001.
           EXIT PROGRAM.
