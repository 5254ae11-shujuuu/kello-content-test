       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP139.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Ordem de produção do álbum (LBD226) - o item ALBUM do
      *contrato (LBD219) passa a ser acompanhado da seleção de fotos
      *até ficar pronto para expedição:
      *  LIMITES ....: configura os dias máximos em cada etapa antes
      *                de o álbum sair como parado (LBD227);
      *  ABRIR ......: abre a ordem para um item de álbum do contrato,
      *                já na etapa 1 (seleção de fotos);
      *  AVANCAR ....: passa a ordem para a etapa seguinte, carimbando
      *                data, hora e usuário da entrada na etapa;
      *  CONSULTAR ..: mostra as etapas já carimbadas da ordem;
      *  PARADOS ....: imprime os álbuns em produção parados na etapa
      *                atual há mais dias que o limite configurado,
      *                com o resumo por etapa.
      *A etapa 6 (pronto para expedição) libera o item de álbum no
      *checklist de entregáveis da remessa (LBP220).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LBPX219.
           COPY LBPX226.
           COPY LBPX227.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY LBPW219.
       COPY LBPW226.
       COPY LBPW227.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-LBD219             PIC XX       VALUE SPACES.
           05  ST-LBD226             PIC XX       VALUE SPACES.
           05  ST-LBD227             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONTRATO-W            PIC 9(8)     VALUE ZEROS.
           05  ITEM-W                PIC 9(2)     VALUE ZEROS.
           05  ETAPA-W               PIC 9        VALUE ZEROS.
           05  IND-E                 PIC 9        VALUE ZEROS.
           05  DIAS-W                PIC 9(3)     VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-DDMMAAAA-W.
               10  DIA-DDMMAAAA-W    PIC 9(2).
               10  MES-DDMMAAAA-W    PIC 9(2).
               10  ANO-DDMMAAAA-W    PIC 9(4).
           05  DATA-DDMMAAAA-N REDEFINES DATA-DDMMAAAA-W PIC 9(8).
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
      *    DATA DE CORTE POR ETAPA: ENTRADA NA ETAPA ANTES DELA =
      *    ALBUM PARADO (HOJE MENOS O LIMITE DE DIAS DA ETAPA)
           05  TAB-CORTE.
               10  DATA-CORTE-W OCCURS 5 TIMES PIC 9(8).
           05  TAB-QTDES.
               10  QT-NA-ETAPA-W  OCCURS 5 TIMES PIC 9(5).
               10  QT-PARADOS-W   OCCURS 5 TIMES PIC 9(5).
           05  TAB-ETAPAS-VALORES.
               10  FILLER  PIC X(22) VALUE "SELECAO DE FOTOS".
               10  FILLER  PIC X(22) VALUE "DIAGRAMACAO".
               10  FILLER  PIC X(22) VALUE "APROVACAO DO CLIENTE".
               10  FILLER  PIC X(22) VALUE "IMPRESSAO".
               10  FILLER  PIC X(22) VALUE "ENCADERNACAO".
               10  FILLER  PIC X(22) VALUE "PRONTO PARA EXPEDICAO".
           05  TAB-ETAPAS REDEFINES TAB-ETAPAS-VALORES.
               10  NOME-ETAPA-W OCCURS 6 TIMES PIC X(22).
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
           COPY "CPTIME.CPY".

       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(42)   VALUE
           "ALBUNS PARADOS NA PRODUCAO - POSICAO EM: ".
           05  DATA-POSICAO-REL    PIC 99/99/9999.
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(100)  VALUE
           "CONTRATO IT DESCRICAO            ETAPA                  DESD
      -    "E    USUARIO LIMITE".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINRES.
           05  NOME-ETAPA-RES      PIC X(22).
           05  FILLER              PIC X(14)   VALUE " EM PRODUCAO: ".
           05  QT-NA-ETAPA-RES     PIC ZZ.ZZ9.
           05  FILLER              PIC X(12)   VALUE "  PARADOS: ".
           05  QT-PARADOS-RES      PIC ZZ.ZZ9.
           05  FILLER              PIC X(11)   VALUE "  LIMITE: ".
           05  DIAS-LIMITE-RES     PIC ZZ9.
           05  FILLER              PIC X(5)    VALUE " DIAS".

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
           MOVE ZEROS TO ERRO-W PAGE-COUNT.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE NOME-EMPRESA-W     TO EMPRESA-REL
           MOVE "LBD219" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD219.
           MOVE "LBD226" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD226.
           MOVE "LBD227" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD227.
           OPEN INPUT LBD219.
           OPEN I-O LBD226.
           IF ST-LBD226 = "35"
              OPEN OUTPUT LBD226
              CLOSE       LBD226
              OPEN I-O    LBD226
           END-IF.
           OPEN I-O LBD227.
           IF ST-LBD227 = "35"
              OPEN OUTPUT LBD227
              CLOSE       LBD227
              OPEN I-O    LBD227
           END-IF.
           IF ST-LBD219 <> "00"
              DISPLAY "ERRO ABERTURA LBD219: " ST-LBD219
              MOVE 1 TO ERRO-W.
           IF ST-LBD226 <> "00"
              DISPLAY "ERRO ABERTURA LBD226: " ST-LBD226
              MOVE 1 TO ERRO-W.
           IF ST-LBD227 <> "00"
              DISPLAY "ERRO ABERTURA LBD227: " ST-LBD227
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              PERFORM LE-LIMITES
           END-IF.

       LE-LIMITES SECTION.
           MOVE "1" TO CHAVE-L227.
           READ LBD227 INVALID KEY
                MOVE "1" TO CHAVE-L227
                PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > 5
                   MOVE 7 TO DIAS-LIMITE-L227(IND-E)
                END-PERFORM
                WRITE REG-LBD227 INVALID KEY CONTINUE END-WRITE
           END-READ.

       PROCESSA-OPCOES SECTION.
           DISPLAY "OPCAO (1-LIMITES  2-ABRIR  3-AVANCAR  "
                   "4-CONSULTAR  5-PARADOS  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM CONFIGURA-LIMITES
              WHEN 2 PERFORM ABRE-ORDEM
              WHEN 3 PERFORM AVANCA-ETAPA
              WHEN 4 PERFORM CONSULTA-ORDEM
              WHEN 5 PERFORM IMPRIME-PARADOS
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *    DIAS ZERADO MANTEM O LIMITE ATUAL DA ETAPA.
       CONFIGURA-LIMITES SECTION.
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > 5
              DISPLAY "Dias limite em " NOME-ETAPA-W(IND-E)
                      " (atual " DIAS-LIMITE-L227(IND-E) "): "
              ACCEPT DIAS-W FROM CONSOLE
              IF DIAS-W > ZEROS
                 MOVE DIAS-W TO DIAS-LIMITE-L227(IND-E)
              END-IF
           END-PERFORM.
           MOVE "1" TO CHAVE-L227.
           REWRITE REG-LBD227 INVALID KEY
                WRITE REG-LBD227 INVALID KEY CONTINUE END-WRITE
           END-REWRITE.
           DISPLAY "LIMITES GRAVADOS.".

       ABRE-ORDEM SECTION.
           PERFORM PEDE-ITEM.
           MOVE CONTRATO-W TO CONTRATO-L219.
           MOVE ITEM-W     TO ITEM-L219.
           READ LBD219 INVALID KEY
                DISPLAY "ITEM NAO CADASTRADO NO CONTRATO (LBP219)"
                GO ABRE-ORDEM-FIM
           END-READ.
           IF TIPO-ITEM-L219 <> 1
              DISPLAY "ITEM NAO E DE ALBUM"
              GO ABRE-ORDEM-FIM
           END-IF.
           MOVE CONTRATO-W TO CONTRATO-L226.
           MOVE ITEM-W     TO ITEM-L226.
           READ LBD226 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                DISPLAY "ORDEM JA ABERTA - ETAPA " ETAPA-L226 " "
                        NOME-ETAPA-W(ETAPA-L226)
                GO ABRE-ORDEM-FIM
           END-READ.
           INITIALIZE REG-LBD226.
           MOVE CONTRATO-W TO CONTRATO-L226.
           MOVE ITEM-W     TO ITEM-L226.
           MOVE 1          TO ETAPA-L226.
           PERFORM CARIMBA-ETAPA.
           DISPLAY "Observacao: ".
           ACCEPT OBS-L226 FROM CONSOLE.
           WRITE REG-LBD226 INVALID KEY
                DISPLAY "ERRO GRAVACAO LBD226: " ST-LBD226
                GO ABRE-ORDEM-FIM
           END-WRITE.
           DISPLAY "ORDEM ABERTA NA ETAPA 1 - " NOME-ETAPA-W(1).
       ABRE-ORDEM-FIM.
           EXIT.

       AVANCA-ETAPA SECTION.
           PERFORM PEDE-ITEM.
           MOVE CONTRATO-W TO CONTRATO-L226.
           MOVE ITEM-W     TO ITEM-L226.
           READ LBD226 INVALID KEY
                DISPLAY "ORDEM NAO ENCONTRADA - ABRIR ANTES"
                GO AVANCA-ETAPA-FIM
           END-READ.
           IF ETAPA-L226 = 6
              DISPLAY "ALBUM JA PRONTO PARA EXPEDICAO"
              GO AVANCA-ETAPA-FIM
           END-IF.
           COMPUTE ETAPA-W = ETAPA-L226 + 1.
           DISPLAY "ETAPA ATUAL: " ETAPA-L226 " "
                   NOME-ETAPA-W(ETAPA-L226).
           DISPLAY "Avancar para " ETAPA-W " " NOME-ETAPA-W(ETAPA-W)
                   " (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO AVANCA-ETAPA-FIM
           END-IF.
           MOVE ETAPA-W TO ETAPA-L226.
           PERFORM CARIMBA-ETAPA.
           REWRITE REG-LBD226 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD226: " ST-LBD226
                GO AVANCA-ETAPA-FIM
           END-REWRITE.
           DISPLAY "ORDEM NA ETAPA " ETAPA-L226 " - "
                   NOME-ETAPA-W(ETAPA-L226).
       AVANCA-ETAPA-FIM.
           EXIT.

       CONSULTA-ORDEM SECTION.
           PERFORM PEDE-ITEM.
           MOVE CONTRATO-W TO CONTRATO-L226.
           MOVE ITEM-W     TO ITEM-L226.
           READ LBD226 INVALID KEY
                DISPLAY "ORDEM NAO ENCONTRADA"
                GO CONSULTA-ORDEM-FIM
           END-READ.
           DISPLAY "CONTRATO " CONTRATO-L226 " ITEM " ITEM-L226
                   " - " OBS-L226.
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > ETAPA-L226
              DISPLAY IND-E " " NOME-ETAPA-W(IND-E)
                      " EM " DATA-ETAPA-L226(IND-E)
                      " " HORA-ETAPA-L226(IND-E)
                      " USUARIO " USUARIO-ETAPA-L226(IND-E)
           END-PERFORM.
       CONSULTA-ORDEM-FIM.
           EXIT.

       PEDE-ITEM SECTION.
           DISPLAY "Numero do contrato: ".
           ACCEPT CONTRATO-W FROM CONSOLE.
           DISPLAY "Numero do item: ".
           ACCEPT ITEM-W FROM CONSOLE.

       CARIMBA-ETAPA SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           ACCEPT HORA-W FROM TIME.
           MOVE DATA-HOJE-W    TO DATA-ETAPA-L226(ETAPA-L226).
           MOVE HORA-W(1: 4)   TO HORA-ETAPA-L226(ETAPA-L226).
           MOVE COD-USUARIO-W  TO USUARIO-ETAPA-L226(ETAPA-L226).

      *    ALBUM PARADO = ORDEM NAS ETAPAS 1 A 5 COM ENTRADA NA ETAPA
      *    ANTERIOR A DATA DE CORTE DELA (HOJE MENOS O LIMITE).
       IMPRIME-PARADOS SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > 5
              MOVE ZEROS TO QT-NA-ETAPA-W(IND-E) QT-PARADOS-W(IND-E)
              MOVE DATA-HOJE-W             TO GRTIME-DATE
              MOVE DIAS-LIMITE-L227(IND-E) TO GRTIME-DAYS
              MOVE "SUBT"                  TO GRTIME-FUNCTION
              MOVE "DIAS"                  TO GRTIME-TYPE
              CALL "GRTIME" USING PARAMETROS-GRTIME
              MOVE GRTIME-DATE-FINAL       TO DATA-CORTE-W(IND-E)
           END-PERFORM.
           OPEN OUTPUT RELAT.
           MOVE ZEROS TO PAGE-COUNT.
           MOVE DATA-HOJE-W(7: 2) TO DIA-DDMMAAAA-W.
           MOVE DATA-HOJE-W(5: 2) TO MES-DDMMAAAA-W.
           MOVE DATA-HOJE-W(1: 4) TO ANO-DDMMAAAA-W.
           MOVE DATA-DDMMAAAA-N   TO DATA-POSICAO-REL.
           PERFORM CABECALHO.
           INITIALIZE CHAVE-L226.
           START LBD226 KEY IS NOT < CHAVE-L226 INVALID KEY
                 MOVE "10" TO ST-LBD226.
           PERFORM UNTIL ST-LBD226 = "10"
              READ LBD226 NEXT RECORD AT END MOVE "10" TO ST-LBD226
              NOT AT END
                IF ETAPA-L226 > ZEROS AND ETAPA-L226 < 6
                   ADD 1 TO QT-NA-ETAPA-W(ETAPA-L226)
                   IF DATA-ETAPA-L226(ETAPA-L226) <
                      DATA-CORTE-W(ETAPA-L226)
                      ADD 1 TO QT-PARADOS-W(ETAPA-L226)
                      PERFORM IMPRIME-ALBUM-PARADO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD226.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > 5
              MOVE NOME-ETAPA-W(IND-E)     TO NOME-ETAPA-RES
              MOVE QT-NA-ETAPA-W(IND-E)    TO QT-NA-ETAPA-RES
              MOVE QT-PARADOS-W(IND-E)     TO QT-PARADOS-RES
              MOVE DIAS-LIMITE-L227(IND-E) TO DIAS-LIMITE-RES
              WRITE REG-RELAT FROM LINRES
           END-PERFORM.
           CLOSE RELAT.
           DISPLAY "RELATORIO DE ALBUNS PARADOS IMPRESSO.".

       IMPRIME-ALBUM-PARADO SECTION.
           MOVE CONTRATO-L226 TO CONTRATO-L219.
           MOVE ITEM-L226     TO ITEM-L219.
           READ LBD219 INVALID KEY MOVE SPACES TO DESCRICAO-L219
           END-READ.
           MOVE SPACES                  TO LINDET-REL.
           MOVE CONTRATO-L226           TO LINDET-REL(1: 8).
           MOVE ITEM-L226               TO LINDET-REL(10: 2).
           MOVE DESCRICAO-L219          TO LINDET-REL(13: 20).
           MOVE NOME-ETAPA-W(ETAPA-L226) TO LINDET-REL(34: 22).
           MOVE DATA-ETAPA-L226(ETAPA-L226) TO LINDET-REL(57: 8).
           MOVE USUARIO-ETAPA-L226(ETAPA-L226)
                                        TO LINDET-REL(66: 6).
           MOVE DIAS-LIMITE-L227(ETAPA-L226) TO LINDET-REL(74: 3).
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.

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
           CLOSE LBD219 LBD226 LBD227.
           EXIT PROGRAM.
