       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP143.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Entrada de filmes expostos no laboratório (LBD049) e
      *cadeia de custódia evento -> laboratório:
      *  ENTRADA ....: o balcão confere cada envelope contra o evento
      *                da agenda (VID023) - contrato, fotógrafo
      *                (avisa se não estava escalado), rolos, tipo de
      *                filme, quem recebeu e data/hora;
      *  CONSULTA ...: entradas de um contrato e filmes já avaliados
      *                (LBD102) - resposta ao "o laboratório perdeu
      *                meus filmes";
      *  RELATORIO ..: para os eventos de um período, segue cada
      *                contrato do evento à entrada e à avaliação,
      *                marcando evento sem entrada após N dias e
      *                entrada cuja quantidade de rolos difere dos
      *                filmes avaliados. Em seguida, por dia, rolos
      *                recebidos x filmes revelados (LBD101) e o saldo
      *                aguardando revelação - o LBD101 não guarda o
      *                contrato, por isso a revelação é conferida no
      *                total do dia.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX001.
           COPY VIPX023.
           COPY LBPX049.
           COPY LBPX101.
           COPY LBPX102.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW001.
       COPY VIPW023.
       COPY LBPW049.
       COPY LBPW101.
       COPY LBPW102.
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
           05  ST-LBD049             PIC XX       VALUE SPACES.
           05  ST-LBD101             PIC XX       VALUE SPACES.
           05  ST-LBD102             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-EVENTO-W         PIC 9(8)     VALUE ZEROS.
           05  SEQ-EVENTO-W          PIC 9(3)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(8)     VALUE ZEROS.
           05  FOTOGRAFO-W           PIC 9(6)     VALUE ZEROS.
           05  ESCALADO-W            PIC 9        VALUE ZEROS.
           05  GRAVOU-W              PIC 9        VALUE ZEROS.
           05  IND-F                 PIC 9        VALUE ZEROS.
           05  QT-EVENTOS-DIA-W      PIC 9(3)     VALUE ZEROS.
           05  QT-ROLOS-W            PIC 9(5)     VALUE ZEROS.
           05  QT-AVALIADOS-W        PIC 9(5)     VALUE ZEROS.
           05  PRIMEIRA-ENTRADA-W    PIC 9(8)     VALUE ZEROS.
      *    RELATORIO
           05  DATA-INICIAL-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-FINAL-W          PIC 9(8)     VALUE ZEROS.
           05  DIAS-TOLERANCIA-W     PIC 9(3)     VALUE ZEROS.
           05  DATA-LIMITE-W         PIC 9(8)     VALUE ZEROS.
           05  DATA-CORRENTE-W       PIC 9(8)     VALUE ZEROS.
           05  QT-RECEBIDOS-DIA-W    PIC 9(5)     VALUE ZEROS.
           05  QT-REVELADOS-DIA-W    PIC 9(5)     VALUE ZEROS.
           05  SALDO-W               PIC S9(6)    VALUE ZEROS.
           05  QT-SEM-ENTRADA-W      PIC 9(4)     VALUE ZEROS.
           05  QT-DIVERGENTES-W      PIC 9(4)     VALUE ZEROS.
           05  QT-CONTRATOS-W        PIC 9(3)     VALUE ZEROS.
           05  IND-C                 PIC 9(3)     VALUE ZEROS.
           05  ACHOU-W               PIC 9(3)     VALUE ZEROS.
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
      *    CONTRATOS COM EVENTO NO PERIODO DO RELATORIO
       01  TAB-CONTRATOS.
           05  CONTR-T OCCURS 500 TIMES.
               10  CONTRATO-T        PIC 9(8).
               10  DATA-EVENTO-T     PIC 9(8).
               10  QT-EVENTOS-T      PIC 9(3).
               10  QT-ROLOS-T        PIC 9(5).
               10  DATA-ENTRADA-T    PIC 9(8).
               10  QT-AVALIADOS-T    PIC 9(5).
               10  DATA-AVALIACAO-T  PIC 9(8).

       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(43)   VALUE
               "CADEIA DE CUSTODIA DE FILMES - EVENTOS DE ".
           05  DATA-INI-REL        PIC 99/99/9999.
           05  FILLER              PIC X(3)    VALUE " A ".
           05  DATA-FIM-REL        PIC 99/99/9999.
           05  FILLER              PIC X(13)   VALUE "  TOLERANCIA ".
           05  TOLERANCIA-REL      PIC ZZ9.
           05  FILLER              PIC X(5)    VALUE " DIAS".
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(100)  VALUE
           "CONTRATO  EVENTO     EVT ENTRADA    ROLOS AVALIACAO  AVALIAD
      -    "OS OCORRENCIA".
       01  CAB05.
           05  FILLER              PIC X(100)  VALUE
           "DIA          ROLOS RECEBIDOS  FILMES REVELADOS   SALDO AGUAR
      -    "DANDO REVELACAO".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINTOT.
           05  FILLER              PIC X(11)   VALUE "CONTRATOS: ".
           05  QT-CONTRATOS-REL    PIC ZZ9.
           05  FILLER              PIC X(16)   VALUE "   SEM ENTRADA: ".
           05  QT-SEM-ENTRADA-REL  PIC Z.ZZ9.
           05  FILLER              PIC X(26)   VALUE
               "   ROLOS X AVALIADOS DIF: ".
           05  QT-DIVERGENTES-REL  PIC Z.ZZ9.
       01  DATA-ED-W               PIC 99/99/9999.
       01  QT-ED-W                 PIC ZZ.ZZ9.
       01  SALDO-ED-W              PIC -ZZ.ZZ9.

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
           MOVE "LBD049" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD049.
           MOVE "LBD101" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD101.
           MOVE "LBD102" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD102.
           OPEN INPUT CGD001 VID023 LBD101 LBD102.
           OPEN I-O LBD049.
           IF ST-LBD049 = "35"
              OPEN OUTPUT LBD049
              CLOSE       LBD049
              OPEN I-O    LBD049
           END-IF.
           IF ST-CGD001 <> "00"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W.
           IF ST-VID023 <> "00"
              DISPLAY "ERRO ABERTURA VID023: " ST-VID023
              MOVE 1 TO ERRO-W.
           IF ST-LBD049 <> "00"
              DISPLAY "ERRO ABERTURA LBD049: " ST-LBD049
              MOVE 1 TO ERRO-W.
           IF ST-LBD101 <> "00"
              DISPLAY "ERRO ABERTURA LBD101: " ST-LBD101
              MOVE 1 TO ERRO-W.
           IF ST-LBD102 <> "00"
              DISPLAY "ERRO ABERTURA LBD102: " ST-LBD102
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "LBP143" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA LBP143"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           ACCEPT HORA-W FROM TIME.
           DISPLAY "OPCAO (1-ENTRADA  2-CONSULTA CONTRATO  "
                   "3-RELATORIO  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM ENTRADA-FILMES
              WHEN 2 PERFORM CONSULTA-CONTRATO
              WHEN 3 PERFORM RELATORIO-CUSTODIA
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    ENTRADA DE ENVELOPE NO BALCAO, CONFERIDA CONTRA O EVENTO
      *----------------------------------------------------------------
       ENTRADA-FILMES SECTION.
           DISPLAY "Data do evento (AAAAMMDD): ".
           ACCEPT DATA-EVENTO-W FROM CONSOLE.
           MOVE ZEROS TO QT-EVENTOS-DIA-W.
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
                   ADD 1 TO QT-EVENTOS-DIA-W
                   DISPLAY "EVENTO " SEQ-V23 " CONTRATO " CONTRATO-V23
                           " " HORA-INI-V23 "-" HORA-FIM-V23 " "
                           LOCAL-V23
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID023.
           IF QT-EVENTOS-DIA-W = ZEROS
              DISPLAY "NENHUM EVENTO NA AGENDA (VID023) NESTA DATA"
              GO ENTRADA-FILMES-FIM
           END-IF.
           DISPLAY "Sequencia do evento: ".
           ACCEPT SEQ-EVENTO-W FROM CONSOLE.
           MOVE DATA-EVENTO-W TO DATA-V23.
           MOVE SEQ-EVENTO-W  TO SEQ-V23.
           READ VID023 INVALID KEY
                DISPLAY "EVENTO NAO ENCONTRADO"
                GO ENTRADA-FILMES-FIM
           END-READ.
           INITIALIZE REG-LBD049.
           MOVE CONTRATO-V23  TO CONTRATO-L49.
           MOVE DATA-V23      TO DATA-EVENTO-L49.
           MOVE SEQ-V23       TO SEQ-EVENTO-L49.
           PERFORM VARYING IND-F FROM 1 BY 1 UNTIL IND-F > 4
              IF FOTOGRAFO-V23(IND-F) > ZEROS
                 MOVE FOTOGRAFO-V23(IND-F) TO CODIGO-CG01
                 READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
                 END-READ
                 DISPLAY "ESCALADO: " CODIGO-CG01 " " NOME-CG01
              END-IF
           END-PERFORM.
           DISPLAY "Fotografo que entregou o envelope: ".
           ACCEPT FOTOGRAFO-W FROM CONSOLE.
           MOVE FOTOGRAFO-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                DISPLAY "FOTOGRAFO NAO CADASTRADO NO CGD001"
                GO ENTRADA-FILMES-FIM
           END-READ.
           MOVE ZEROS TO ESCALADO-W.
           PERFORM VARYING IND-F FROM 1 BY 1 UNTIL IND-F > 4
              IF FOTOGRAFO-V23(IND-F) = FOTOGRAFO-W
                 MOVE 1 TO ESCALADO-W
              END-IF
           END-PERFORM.
           IF ESCALADO-W = ZEROS
              DISPLAY "AVISO: " NOME-CG01 " NAO ESTAVA ESCALADO "
                      "NESTE EVENTO"
           END-IF.
           MOVE FOTOGRAFO-W TO FOTOGRAFO-L49.
           DISPLAY "Quantidade de rolos no envelope: ".
           ACCEPT QT-ROLOS-L49 FROM CONSOLE.
           IF QT-ROLOS-L49 = ZEROS
              DISPLAY "QUANTIDADE INVALIDA"
              GO ENTRADA-FILMES-FIM
           END-IF.
           DISPLAY "Tipo de filme: ".
           ACCEPT TIPO-FILME-L49 FROM CONSOLE.
           DISPLAY "Data do recebimento (AAAAMMDD, ZERO = AGORA): ".
           ACCEPT DATA-RECEB-L49 FROM CONSOLE.
           IF DATA-RECEB-L49 = ZEROS
              MOVE DATA-HOJE-W  TO DATA-RECEB-L49
              MOVE HORA-W(1: 4) TO HORA-RECEB-L49
           ELSE
              DISPLAY "Hora do recebimento (HHMM): "
              ACCEPT HORA-RECEB-L49 FROM CONSOLE
           END-IF.
           IF DATA-RECEB-L49 < DATA-EVENTO-L49
              DISPLAY "RECEBIMENTO ANTERIOR AO EVENTO"
              GO ENTRADA-FILMES-FIM
           END-IF.
           DISPLAY "Observacao (estado do envelope): ".
           ACCEPT OBS-L49 FROM CONSOLE.
           MOVE COD-USUARIO-W TO RECEBIDO-POR-L49.
           MOVE 1             TO SEQ-L49.
           MOVE ZEROS         TO GRAVOU-W.
           PERFORM UNTIL GRAVOU-W = 1
              WRITE REG-LBD049 INVALID KEY
                    ADD 1 TO SEQ-L49
                 NOT INVALID KEY
                    MOVE 1 TO GRAVOU-W
              END-WRITE
           END-PERFORM.
           DISPLAY "ENTRADA " DATA-RECEB-L49 "-" SEQ-L49
                   " GRAVADA: CONTRATO " CONTRATO-L49 " "
                   QT-ROLOS-L49 " ROLO(S)".
       ENTRADA-FILMES-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    CONSULTA: ENTRADAS DO CONTRATO E FILMES JA AVALIADOS
      *----------------------------------------------------------------
       CONSULTA-CONTRATO SECTION.
           DISPLAY "Contrato: ".
           ACCEPT CONTRATO-W FROM CONSOLE.
           MOVE ZEROS TO QT-ROLOS-W QT-AVALIADOS-W PRIMEIRA-ENTRADA-W.
           MOVE CONTRATO-W TO CONTRATO-L49.
           START LBD049 KEY IS = CONTRATO-L49 INVALID KEY
                 MOVE "10" TO ST-LBD049.
           PERFORM UNTIL ST-LBD049 = "10"
              READ LBD049 NEXT RECORD AT END MOVE "10" TO ST-LBD049
              NOT AT END
                IF CONTRATO-L49 <> CONTRATO-W
                   MOVE "10" TO ST-LBD049
                ELSE
                   DISPLAY "ENTRADA " DATA-RECEB-L49 " "
                           HORA-RECEB-L49 " EVENTO " DATA-EVENTO-L49
                           " FOTOG " FOTOGRAFO-L49 " ROLOS "
                           QT-ROLOS-L49 " RECEB.POR "
                           RECEBIDO-POR-L49
                   ADD QT-ROLOS-L49 TO QT-ROLOS-W
                   IF PRIMEIRA-ENTRADA-W = ZEROS
                      OR DATA-RECEB-L49 < PRIMEIRA-ENTRADA-W
                      MOVE DATA-RECEB-L49 TO PRIMEIRA-ENTRADA-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD049.
           IF PRIMEIRA-ENTRADA-W = ZEROS
              DISPLAY "NENHUMA ENTRADA DE FILMES PARA O CONTRATO"
              GO CONSULTA-CONTRATO-FIM
           END-IF.
           MOVE PRIMEIRA-ENTRADA-W TO DATA-MOVTO-L102.
           MOVE ZEROS              TO SEQ-L102.
           START LBD102 KEY IS NOT < CHAVE-L102 INVALID KEY
                 MOVE "10" TO ST-LBD102.
           PERFORM UNTIL ST-LBD102 = "10"
              READ LBD102 NEXT RECORD AT END MOVE "10" TO ST-LBD102
              NOT AT END
                IF CONTRATO-L102 = CONTRATO-W
                   ADD 1 TO QT-AVALIADOS-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD102.
           DISPLAY "ROLOS RECEBIDOS: " QT-ROLOS-W
                   "   FILMES AVALIADOS (LBD102): " QT-AVALIADOS-W.
       CONSULTA-CONTRATO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    RELATORIO DE CADEIA DE CUSTODIA
      *----------------------------------------------------------------
       RELATORIO-CUSTODIA SECTION.
           DISPLAY "Eventos de (AAAAMMDD): ".
           ACCEPT DATA-INICIAL-W FROM CONSOLE.
           DISPLAY "Eventos ate (AAAAMMDD): ".
           ACCEPT DATA-FINAL-W FROM CONSOLE.
           IF DATA-FINAL-W < DATA-INICIAL-W
              DISPLAY "PERIODO INVALIDO"
              GO RELATORIO-CUSTODIA-FIM
           END-IF.
           DISPLAY "Dias de tolerancia para a entrada (0 = 3): ".
           ACCEPT DIAS-TOLERANCIA-W FROM CONSOLE.
           IF DIAS-TOLERANCIA-W = ZEROS
              MOVE 3 TO DIAS-TOLERANCIA-W
           END-IF.
           MOVE DATA-HOJE-W       TO GRTIME-DATE.
           MOVE DIAS-TOLERANCIA-W TO GRTIME-DAYS.
           MOVE "SUBT"            TO GRTIME-FUNCTION.
           MOVE "DIAS"            TO GRTIME-TYPE.
           CALL "GRTIME" USING PARAMETROS-GRTIME.
           MOVE GRTIME-DATE-FINAL TO DATA-LIMITE-W.
           PERFORM CARREGA-EVENTOS.
           IF QT-CONTRATOS-W = ZEROS
              DISPLAY "NENHUM EVENTO NO PERIODO"
              GO RELATORIO-CUSTODIA-FIM
           END-IF.
           PERFORM CARREGA-ENTRADAS.
           PERFORM CARREGA-AVALIACOES.
           MOVE ZEROS TO PAGE-COUNT QT-SEM-ENTRADA-W QT-DIVERGENTES-W.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           PERFORM IMPRIME-CONTRATO VARYING IND-C FROM 1 BY 1
                   UNTIL IND-C > QT-CONTRATOS-W.
           MOVE QT-CONTRATOS-W   TO QT-CONTRATOS-REL.
           MOVE QT-SEM-ENTRADA-W TO QT-SEM-ENTRADA-REL.
           MOVE QT-DIVERGENTES-W TO QT-DIVERGENTES-REL.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINTOT.
           PERFORM FLUXO-DIARIO.
           CLOSE RELAT.
           DISPLAY "RELATORIO IMPRESSO.".
       RELATORIO-CUSTODIA-FIM.
           EXIT.

      *    UMA LINHA POR CONTRATO COM EVENTO NO PERIODO.
       CARREGA-EVENTOS SECTION.
           INITIALIZE TAB-CONTRATOS.
           MOVE ZEROS TO QT-CONTRATOS-W.
           MOVE DATA-INICIAL-W TO DATA-V23.
           MOVE ZEROS          TO SEQ-V23.
           START VID023 KEY IS NOT < CHAVE-V23 INVALID KEY
                 MOVE "10" TO ST-VID023.
           PERFORM UNTIL ST-VID023 = "10"
              READ VID023 NEXT RECORD AT END MOVE "10" TO ST-VID023
              NOT AT END
                IF DATA-V23 > DATA-FINAL-W
                   MOVE "10" TO ST-VID023
                ELSE
                   MOVE CONTRATO-V23 TO CONTRATO-W
                   PERFORM PROCURA-CONTRATO
                   IF ACHOU-W = ZEROS
                      IF QT-CONTRATOS-W < 500
                         ADD 1 TO QT-CONTRATOS-W
                         MOVE QT-CONTRATOS-W TO ACHOU-W
                         MOVE CONTRATO-V23 TO CONTRATO-T(ACHOU-W)
                         MOVE DATA-V23     TO DATA-EVENTO-T(ACHOU-W)
                      ELSE
                         DISPLAY "MAIS DE 500 CONTRATOS - REDUZA O "
                                 "PERIODO"
                         MOVE "10" TO ST-VID023
                      END-IF
                   END-IF
                   IF ACHOU-W > ZEROS
                      ADD 1 TO QT-EVENTOS-T(ACHOU-W)
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID023.

       PROCURA-CONTRATO SECTION.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING IND-C FROM 1 BY 1
                   UNTIL IND-C > QT-CONTRATOS-W OR ACHOU-W > ZEROS
              IF CONTRATO-T(IND-C) = CONTRATO-W
                 MOVE IND-C TO ACHOU-W
              END-IF
           END-PERFORM.

       CARREGA-ENTRADAS SECTION.
           PERFORM VARYING IND-C FROM 1 BY 1
                   UNTIL IND-C > QT-CONTRATOS-W
              MOVE CONTRATO-T(IND-C) TO CONTRATO-L49
              START LBD049 KEY IS = CONTRATO-L49 INVALID KEY
                    MOVE "10" TO ST-LBD049
              END-START
              PERFORM UNTIL ST-LBD049 = "10"
                 READ LBD049 NEXT RECORD AT END MOVE "10" TO ST-LBD049
                 NOT AT END
                   IF CONTRATO-L49 <> CONTRATO-T(IND-C)
                      MOVE "10" TO ST-LBD049
                   ELSE
                      ADD QT-ROLOS-L49 TO QT-ROLOS-T(IND-C)
                      IF DATA-ENTRADA-T(IND-C) = ZEROS
                         OR DATA-RECEB-L49 < DATA-ENTRADA-T(IND-C)
                         MOVE DATA-RECEB-L49 TO DATA-ENTRADA-T(IND-C)
                      END-IF
                   END-IF
                 END-READ
              END-PERFORM
              MOVE ZEROS TO ST-LBD049
           END-PERFORM.

      *    FILMES AVALIADOS DE CADA CONTRATO, DO PRIMEIRO EVENTO A HOJE.
       CARREGA-AVALIACOES SECTION.
           MOVE DATA-INICIAL-W TO DATA-MOVTO-L102.
           MOVE ZEROS          TO SEQ-L102.
           START LBD102 KEY IS NOT < CHAVE-L102 INVALID KEY
                 MOVE "10" TO ST-LBD102.
           PERFORM UNTIL ST-LBD102 = "10"
              READ LBD102 NEXT RECORD AT END MOVE "10" TO ST-LBD102
              NOT AT END
                MOVE CONTRATO-L102 TO CONTRATO-W
                PERFORM PROCURA-CONTRATO
                IF ACHOU-W > ZEROS
                   IF DATA-MOVTO-L102 NOT < DATA-EVENTO-T(ACHOU-W)
                      ADD 1 TO QT-AVALIADOS-T(ACHOU-W)
                      IF DATA-AVALIACAO-T(ACHOU-W) = ZEROS
                         MOVE DATA-MOVTO-L102
                           TO DATA-AVALIACAO-T(ACHOU-W)
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD102.

       IMPRIME-CONTRATO SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE CONTRATO-T(IND-C)       TO LINDET-REL(1: 8).
           MOVE DATA-EVENTO-T(IND-C)    TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W         TO DATA-ED-W.
           MOVE DATA-ED-W               TO LINDET-REL(11: 10).
           MOVE QT-EVENTOS-T(IND-C)     TO LINDET-REL(22: 3).
           IF DATA-ENTRADA-T(IND-C) > ZEROS
              MOVE DATA-ENTRADA-T(IND-C) TO DATA-CONV-W
              PERFORM CONVERTE-DATA
              MOVE DATA-DDMMAAAA-W       TO DATA-ED-W
              MOVE DATA-ED-W             TO LINDET-REL(26: 10)
              MOVE QT-ROLOS-T(IND-C)     TO QT-ED-W
              MOVE QT-ED-W               TO LINDET-REL(36: 6)
           END-IF.
           IF DATA-AVALIACAO-T(IND-C) > ZEROS
              MOVE DATA-AVALIACAO-T(IND-C) TO DATA-CONV-W
              PERFORM CONVERTE-DATA
              MOVE DATA-DDMMAAAA-W       TO DATA-ED-W
              MOVE DATA-ED-W             TO LINDET-REL(43: 10)
              MOVE QT-AVALIADOS-T(IND-C) TO QT-ED-W
              MOVE QT-ED-W               TO LINDET-REL(57: 6)
           END-IF.
           EVALUATE TRUE
              WHEN DATA-ENTRADA-T(IND-C) = ZEROS
                   AND DATA-EVENTO-T(IND-C) < DATA-LIMITE-W
                   MOVE "*** SEM ENTRADA NO LABORATORIO"
                     TO LINDET-REL(64: 30)
                   ADD 1 TO QT-SEM-ENTRADA-W
              WHEN DATA-ENTRADA-T(IND-C) = ZEROS
                   MOVE "AGUARDANDO ENTRADA" TO LINDET-REL(64: 18)
              WHEN QT-AVALIADOS-T(IND-C) = ZEROS
                   MOVE "AGUARDANDO AVALIACAO" TO LINDET-REL(64: 20)
              WHEN QT-AVALIADOS-T(IND-C) <> QT-ROLOS-T(IND-C)
                   MOVE "*** ROLOS X AVALIADOS DIFEREM"
                     TO LINDET-REL(64: 29)
                   ADD 1 TO QT-DIVERGENTES-W
              WHEN OTHER
                   MOVE "OK" TO LINDET-REL(64: 2)
           END-EVALUATE.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.

      *    ROLOS RECEBIDOS X FILMES REVELADOS POR DIA, DO INICIO DO
      *    PERIODO ATE HOJE, COM O SALDO AGUARDANDO REVELACAO.
       FLUXO-DIARIO SECTION.
           WRITE REG-RELAT FROM CAB05 AFTER 3.
           WRITE REG-RELAT FROM CAB03.
           ADD 4 TO LIN.
           MOVE ZEROS TO SALDO-W.
           MOVE DATA-INICIAL-W TO DATA-CORRENTE-W.
           PERFORM UNTIL DATA-CORRENTE-W > DATA-HOJE-W
              PERFORM FLUXO-UM-DIA
              MOVE DATA-CORRENTE-W TO GRTIME-DATE
              MOVE 1               TO GRTIME-DAYS
              MOVE "SOMA"          TO GRTIME-FUNCTION
              MOVE "DIAS"          TO GRTIME-TYPE
              CALL "GRTIME" USING PARAMETROS-GRTIME
              MOVE GRTIME-DATE-FINAL TO DATA-CORRENTE-W
           END-PERFORM.

       FLUXO-UM-DIA SECTION.
           MOVE ZEROS TO QT-RECEBIDOS-DIA-W QT-REVELADOS-DIA-W.
           MOVE DATA-CORRENTE-W TO DATA-RECEB-L49.
           MOVE ZEROS           TO SEQ-L49.
           START LBD049 KEY IS NOT < CHAVE-L49 INVALID KEY
                 MOVE "10" TO ST-LBD049.
           PERFORM UNTIL ST-LBD049 = "10"
              READ LBD049 NEXT RECORD AT END MOVE "10" TO ST-LBD049
              NOT AT END
                IF DATA-RECEB-L49 <> DATA-CORRENTE-W
                   MOVE "10" TO ST-LBD049
                ELSE
                   ADD QT-ROLOS-L49 TO QT-RECEBIDOS-DIA-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD049.
           MOVE DATA-CORRENTE-W TO DATA-MOVTO-L101.
           MOVE ZEROS           TO SEQ-L101.
           START LBD101 KEY IS NOT < CHAVE-L101 INVALID KEY
                 MOVE "10" TO ST-LBD101.
           PERFORM UNTIL ST-LBD101 = "10"
              READ LBD101 NEXT RECORD AT END MOVE "10" TO ST-LBD101
              NOT AT END
                IF DATA-MOVTO-L101 <> DATA-CORRENTE-W
                   MOVE "10" TO ST-LBD101
                ELSE
                   ADD QTDE-FILMES-L101 TO QT-REVELADOS-DIA-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD101.
           IF QT-RECEBIDOS-DIA-W = ZEROS AND QT-REVELADOS-DIA-W = ZEROS
              GO FLUXO-UM-DIA-FIM
           END-IF.
           COMPUTE SALDO-W = SALDO-W + QT-RECEBIDOS-DIA-W
                                     - QT-REVELADOS-DIA-W.
           MOVE SPACES TO LINDET-REL.
           MOVE DATA-CORRENTE-W    TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W    TO DATA-ED-W.
           MOVE DATA-ED-W          TO LINDET-REL(1: 10).
           MOVE QT-RECEBIDOS-DIA-W TO QT-ED-W.
           MOVE QT-ED-W            TO LINDET-REL(23: 6).
           MOVE QT-REVELADOS-DIA-W TO QT-ED-W.
           MOVE QT-ED-W            TO LINDET-REL(41: 6).
           MOVE SALDO-W            TO SALDO-ED-W.
           MOVE SALDO-ED-W         TO LINDET-REL(50: 7).
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56
              PERFORM CABECALHO
              WRITE REG-RELAT FROM CAB05
              WRITE REG-RELAT FROM CAB03
              ADD 2 TO LIN
           END-IF.
       FLUXO-UM-DIA-FIM.
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
           MOVE DATA-INICIAL-W TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-INI-REL.
           MOVE DATA-FINAL-W   TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-FIM-REL.
           MOVE DIAS-TOLERANCIA-W TO TOLERANCIA-REL.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           MOVE 6 TO LIN.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD001 VID023 LBD049 LBD101 LBD102.
           EXIT PROGRAM.
