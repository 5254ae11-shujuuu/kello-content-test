       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP150.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Reimpressão (segunda via) de álbum danificado,
      *extraviado ou com defeito - deixa de ser combinada por
      *telefone e passa a ter ordem própria (LBD061):
      *  ABRIR ......: ordem ligada ao contrato, ao item de álbum
      *                (LBD219) e à remessa original (LBD215), com o
      *                motivo (defeito de fabricação, dano no
      *                transporte, extravio, pedido do cliente); se
      *                cobrada, gera o título em CRD100 (documento
      *                "SV" + número da reimpressão);
      *  AVANCAR ....: passa a ordem para a etapa seguinte (mesmas
      *                etapas da ordem de produção do álbum, LBP139),
      *                carimbando data/hora/usuário; na etapa 6 fica
      *                liberada - a próxima remessa nova do contrato
      *                no LBP215 leva a reimpressão;
      *  CONSULTAR ..: situação e carimbos de uma reimpressão;
      *  RELATORIO ..: reimpressões do mês com totais por motivo e
      *                por transportadora da remessa original, para
      *                a cobrança de avaria e extravio.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COPX040.
           COPY CGPX010.
           COPY CRPX100.
           COPY LBPX215.
           COPY LBPX216.
           COPY LBPX219.
           COPY LBPX061.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY COPW040.
       COPY CGPW010.
       COPY CRPW100.
       COPY LBPW215.
       COPY LBPW216.
       COPY LBPW219.
       COPY LBPW061.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-CRD100             PIC XX       VALUE SPACES.
           05  ST-LBD215             PIC XX       VALUE SPACES.
           05  ST-LBD216             PIC XX       VALUE SPACES.
           05  ST-LBD219             PIC XX       VALUE SPACES.
           05  ST-LBD061             PIC XX       VALUE SPACES.
           05  PATH-CGD010           PIC X(30)    VALUE SPACES.
           05  PATH-LBD215           PIC X(30)    VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  COBRADA-W             PIC X        VALUE SPACES.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(6)     VALUE ZEROS.
           05  ITEM-W                PIC 9(2)     VALUE ZEROS.
           05  REMESSA-W             PIC 9(6)     VALUE ZEROS.
           05  MOTIVO-W              PIC 9        VALUE ZEROS.
           05  ETAPA-W               PIC 9        VALUE ZEROS.
           05  IND-E                 PIC 9        VALUE ZEROS.
           05  IND-T                 PIC 9(2)     VALUE ZEROS.
           05  CLASSIF-CLI-W         PIC 9        VALUE ZEROS.
           05  COD-CLIENTE-W         PIC 9(8)     VALUE ZEROS.
           05  VALOR-W               PIC 9(8)V99  VALUE ZEROS.
           05  VENCTO-W              PIC 9(8)     VALUE ZEROS.
           05  REIMPRESSAO-W         PIC 9(6)     VALUE ZEROS.
           05  PROX-SEQ-W            PIC 9(5)     VALUE ZEROS.
           05  NR-DOCTO-W            PIC X(10)    VALUE SPACES.
           05  OBS-W                 PIC X(40)    VALUE SPACES.
           05  MES-W                 PIC 9(6)     VALUE ZEROS.
           05  QT-MES-W              PIC 9(5)     VALUE ZEROS.
           05  QT-TRANSP-W           PIC 9(2)     VALUE ZEROS.
           05  DATA-CONV-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-DDMMAAAA-W       PIC 9(8)     VALUE ZEROS.
           05  TAB-MOTIVOS-VALORES.
               10  FILLER  PIC X(22) VALUE "DEFEITO DE FABRICACAO".
               10  FILLER  PIC X(22) VALUE "DANO NO TRANSPORTE".
               10  FILLER  PIC X(22) VALUE "EXTRAVIO".
               10  FILLER  PIC X(22) VALUE "PEDIDO DO CLIENTE".
           05  TAB-MOTIVOS REDEFINES TAB-MOTIVOS-VALORES.
               10  NOME-MOTIVO-W OCCURS 4 TIMES PIC X(22).
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
           COPY LOGW008C.
      *    TOTAIS DO MES POR MOTIVO
       01  TAB-TOT-MOTIVO.
           05  TOT-MOTIVO-OCC OCCURS 4 TIMES.
               10  QT-MOTIVO-W       PIC 9(5).
               10  QT-COBRADAS-W     PIC 9(5).
               10  VALOR-COBRADO-W   PIC 9(9)V99.
      *    TOTAIS DO MES POR TRANSPORTADORA DA REMESSA ORIGINAL
      *    (CODIGO ZEROS = REMESSA SEM CODIGO OU RETIRADA NO BALCAO)
       01  TAB-TOT-TRANSP.
           05  TOT-TRANSP-OCC OCCURS 50 TIMES.
               10  TT-CODIGO-W       PIC 9(3).
               10  TT-QTDE-W         PIC 9(5).
               10  TT-DANO-W         PIC 9(5).
               10  TT-EXTRAVIO-W     PIC 9(5).

       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(45)   VALUE
               "REIMPRESSOES DE ALBUM (SEGUNDA VIA) - MES:  ".
           05  MES-REL             PIC 99.
           05  FILLER              PIC X       VALUE "/".
           05  ANO-REL             PIC 9999.
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(8)    VALUE "NUMERO".
           05  FILLER              PIC X(11)   VALUE "ABERTURA".
           05  FILLER              PIC X(9)    VALUE "CONTRATO".
           05  FILLER              PIC X(4)    VALUE "IT".
           05  FILLER              PIC X(8)    VALUE "REMESSA".
           05  FILLER              PIC X(21)   VALUE "TRANSPORTADORA".
           05  FILLER              PIC X(23)   VALUE "MOTIVO".
           05  FILLER              PIC X(2)    VALUE "C".
           05  FILLER              PIC X(13)   VALUE "        VALOR".
       01  CAB05.
           05  FILLER              PIC X(23)   VALUE "POR MOTIVO".
           05  FILLER              PIC X(6)    VALUE "  QTDE".
           05  FILLER              PIC X(10)   VALUE "  COBRADAS".
           05  FILLER              PIC X(7)    VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE "VALOR COBRADO".
       01  CAB06.
           05  FILLER              PIC X(23)   VALUE
               "POR TRANSPORTADORA".
           05  FILLER              PIC X(6)    VALUE "  QTDE".
           05  FILLER              PIC X(7)    VALUE "   DANO".
           05  FILLER              PIC X(8)    VALUE "EXTRAVIO".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINTOT.
           05  FILLER              PIC X(23)   VALUE
               "REIMPRESSOES NO MES".
           05  QT-MES-REL          PIC ZZ.ZZ9.
       01  DATA-ED-W               PIC 99/99/9999.
       01  VALOR-ED-W              PIC ZZ.ZZZ.ZZ9,99.
       01  VALOR-TOT-ED-W          PIC ZZZ.ZZZ.ZZ9,99.
       01  QTDE-ED-W               PIC ZZ.ZZ9.

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
           MOVE "COD040" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CRD100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD100.
           MOVE "LBD215" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD215.
           MOVE "LBD216" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD216.
           MOVE "LBD219" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD219.
           MOVE "LBD061" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD061.
           OPEN INPUT COD040 CGD010 LBD215 LBD216 LBD219.
           OPEN I-O CRD100.
           OPEN I-O LBD061.
           IF ST-LBD061 = "35"
              OPEN OUTPUT LBD061
              CLOSE       LBD061
              OPEN I-O    LBD061
           END-IF.
           IF ST-COD040 <> "00"
              DISPLAY "ERRO ABERTURA COD040: " ST-COD040
              MOVE 1 TO ERRO-W.
           IF ST-CGD010 <> "00"
              DISPLAY "ERRO ABERTURA CGD010: " ST-CGD010
              MOVE 1 TO ERRO-W.
           IF ST-CRD100 <> "00"
              DISPLAY "ERRO ABERTURA CRD100: " ST-CRD100
              MOVE 1 TO ERRO-W.
           IF ST-LBD215 <> "00"
              DISPLAY "ERRO ABERTURA LBD215: " ST-LBD215
              MOVE 1 TO ERRO-W.
           IF ST-LBD216 <> "00"
              DISPLAY "ERRO ABERTURA LBD216: " ST-LBD216
              MOVE 1 TO ERRO-W.
           IF ST-LBD219 <> "00"
              DISPLAY "ERRO ABERTURA LBD219: " ST-LBD219
              MOVE 1 TO ERRO-W.
           IF ST-LBD061 <> "00"
              DISPLAY "ERRO ABERTURA LBD061: " ST-LBD061
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "LBP150" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA LBP150"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-ABRIR  2-AVANCAR  3-CONSULTAR  "
                   "4-RELATORIO  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM ABRE-REIMPRESSAO
              WHEN 2 PERFORM AVANCA-ETAPA
              WHEN 3 PERFORM CONSULTA-REIMPRESSAO
              WHEN 4 PERFORM RELATORIO-MENSAL
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    ABERTURA DA REIMPRESSAO: CONTRATO, ITEM, REMESSA ORIGINAL
      *----------------------------------------------------------------
       ABRE-REIMPRESSAO SECTION.
           DISPLAY "Numero do contrato: ".
           ACCEPT CONTRATO-W FROM CONSOLE.
           MOVE CONTRATO-W TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                DISPLAY "CONTRATO NAO CADASTRADO EM COD040"
                GO ABRE-REIMPRESSAO-FIM
           END-READ.
           DISPLAY "CONTRATO: " IDENTIFICACAO-CO40.
           DISPLAY "Numero do item de album: ".
           ACCEPT ITEM-W FROM CONSOLE.
           MOVE CONTRATO-W TO CONTRATO-L219.
           MOVE ITEM-W     TO ITEM-L219.
           READ LBD219 INVALID KEY
                DISPLAY "ITEM NAO CADASTRADO NO CONTRATO (LBP219)"
                GO ABRE-REIMPRESSAO-FIM
           END-READ.
           IF TIPO-ITEM-L219 <> 1
              DISPLAY "ITEM NAO E DE ALBUM"
              GO ABRE-REIMPRESSAO-FIM
           END-IF.
           DISPLAY "  " DESCRICAO-L219.
           DISPLAY "Numero da remessa original (LBP215): ".
           ACCEPT REMESSA-W FROM CONSOLE.
           MOVE REMESSA-W TO NUMERO-REMESSA-L215.
           READ LBD215 INVALID KEY
                DISPLAY "REMESSA NAO CADASTRADA EM LBD215"
                GO ABRE-REIMPRESSAO-FIM
           END-READ.
           IF CONTRATO-L215 <> CONTRATO-W
              DISPLAY "REMESSA " REMESSA-W " E DO CONTRATO "
                      CONTRATO-L215
              GO ABRE-REIMPRESSAO-FIM
           END-IF.
           DISPLAY "  REMESSA DE " DATA-REMESSA-L215 " - "
                   TRANSPORTADORA-L215.
           DISPLAY "Motivo (1-DEFEITO DE FABRICACAO  2-DANO NO "
                   "TRANSPORTE  3-EXTRAVIO  4-PEDIDO DO CLIENTE): ".
           ACCEPT MOTIVO-W FROM CONSOLE.
           IF MOTIVO-W < 1 OR MOTIVO-W > 4
              DISPLAY "MOTIVO INVALIDO"
              GO ABRE-REIMPRESSAO-FIM
           END-IF.
           DISPLAY "Etapa inicial (1-SELECAO  2-DIAGRAMACAO  "
                   "4-IMPRESSAO, ENTER = 4): ".
           ACCEPT ETAPA-W FROM CONSOLE.
           IF ETAPA-W = ZEROS
              MOVE 4 TO ETAPA-W.
           IF ETAPA-W > 5
              DISPLAY "ETAPA INVALIDA"
              GO ABRE-REIMPRESSAO-FIM
           END-IF.
           MOVE ZEROS TO VALOR-W CLASSIF-CLI-W COD-CLIENTE-W.
           DISPLAY "Reimpressao cobrada do cliente (S/N)? ".
           ACCEPT COBRADA-W FROM CONSOLE.
           IF COBRADA-W = "s"
              MOVE "S" TO COBRADA-W.
           IF COBRADA-W = "S"
              PERFORM PEDE-COBRANCA
              IF VALOR-W = ZEROS
                 GO ABRE-REIMPRESSAO-FIM
              END-IF
           END-IF.
           DISPLAY "Observacao: ".
           ACCEPT OBS-W FROM CONSOLE.
           DISPLAY "Confirma a reimpressao (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO ABRE-REIMPRESSAO-FIM
           END-IF.
           PERFORM ACHA-PROXIMA-REIMPRESSAO.
           MOVE REIMPRESSAO-W       TO REIMPRESSAO-L61.
           MOVE CONTRATO-W          TO CONTRATO-L61.
           MOVE ITEM-W              TO ITEM-L61.
           MOVE REMESSA-W           TO REMESSA-ORIGEM-L61.
           MOVE TRANSP-COD-L215     TO TRANSP-COD-L61.
           MOVE MOTIVO-W            TO MOTIVO-L61.
           MOVE OBS-W               TO OBS-L61.
           MOVE DATA-HOJE-W         TO DATA-ABERTURA-L61.
           MOVE ETAPA-W             TO ETAPA-L61.
           PERFORM CARIMBA-ETAPA.
           MOVE ZEROS               TO SITUACAO-L61 REMESSA-NOVA-L61.
           MOVE COD-USUARIO-W       TO DIGITADOR-L61.
           IF COBRADA-W = "S"
              PERFORM GERA-TITULO
              MOVE 1                TO COBRADO-L61
              MOVE VALOR-W          TO VALOR-L61
              MOVE CLASSIF-CLI-W    TO CLASSIF-CLI-L61
              MOVE COD-CLIENTE-W    TO COD-CLIENTE-L61
              MOVE SEQ-CR100        TO SEQ-TIT-L61
           END-IF.
           WRITE REG-LBD061 INVALID KEY
                DISPLAY "ERRO GRAVACAO LBD061: " ST-LBD061
                GO ABRE-REIMPRESSAO-FIM
           END-WRITE.
           DISPLAY "REIMPRESSAO " REIMPRESSAO-W " ABERTA NA ETAPA "
                   ETAPA-W " - " NOME-ETAPA-W(ETAPA-W).
           IF COBRADA-W = "S"
              DISPLAY "TITULO GERADO NO CRD100 - DOCTO " NR-DOCTO-W
           END-IF.
       ABRE-REIMPRESSAO-FIM.
           EXIT.

       PEDE-COBRANCA SECTION.
           DISPLAY "Classificacao do cliente (0-CONTRATO 1-COMUM): ".
           ACCEPT CLASSIF-CLI-W FROM CONSOLE.
           DISPLAY "Codigo do cliente: ".
           ACCEPT COD-CLIENTE-W FROM CONSOLE.
           MOVE CLASSIF-CLI-W  TO CLASSIF-CG10.
           MOVE COD-CLIENTE-W  TO CODIGO-CG10.
           READ CGD010 INVALID KEY
                DISPLAY "CLIENTE NAO CADASTRADO EM CGD010"
                MOVE ZEROS TO VALOR-W
                GO PEDE-COBRANCA-FIM
           END-READ.
           DISPLAY "CLIENTE: " NOME-CG10.
           DISPLAY "Valor da reimpressao (digitos, 2 decimais): ".
           ACCEPT VALOR-W FROM CONSOLE.
           IF VALOR-W = ZEROS
              DISPLAY "VALOR NAO INFORMADO - NADA GERADO"
              GO PEDE-COBRANCA-FIM
           END-IF.
           DISPLAY "Vencimento (AAAAMMDD, ENTER = HOJE): ".
           ACCEPT VENCTO-W FROM CONSOLE.
           IF VENCTO-W = ZEROS
              MOVE DATA-HOJE-W TO VENCTO-W.
           IF VENCTO-W < DATA-HOJE-W
              DISPLAY "VENCIMENTO ANTERIOR A HOJE - NADA GERADO"
              MOVE ZEROS TO VALOR-W
           END-IF.
       PEDE-COBRANCA-FIM.
           EXIT.

       ACHA-PROXIMA-REIMPRESSAO SECTION.
           MOVE ZEROS TO REIMPRESSAO-W.
           MOVE ZEROS TO REIMPRESSAO-L61.
           START LBD061 KEY IS NOT < CHAVE-L61 INVALID KEY
                 MOVE "10" TO ST-LBD061.
           PERFORM UNTIL ST-LBD061 = "10"
              READ LBD061 NEXT RECORD AT END MOVE "10" TO ST-LBD061
              NOT AT END
                MOVE REIMPRESSAO-L61 TO REIMPRESSAO-W
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD061.
           ADD 1 TO REIMPRESSAO-W.
           INITIALIZE REG-LBD061.

      *    MESMA REGRA DO LBP144: PROXIMA SEQUENCIA LIVRE DO CONTRATO,
      *    PARCELA UNICA COM DOCUMENTO "SV" + NUMERO DA REIMPRESSAO.
       GERA-TITULO SECTION.
           MOVE ZEROS TO PROX-SEQ-W.
           MOVE CONTRATO-W TO CONTRATO-CR100.
           MOVE ZEROS      TO SEQ-CR100.
           START CRD100 KEY IS NOT < CHAVE-CR100 INVALID KEY
                 MOVE "10" TO ST-CRD100.
           PERFORM UNTIL ST-CRD100 = "10"
              READ CRD100 NEXT RECORD AT END MOVE "10" TO ST-CRD100
              NOT AT END
                IF CONTRATO-CR100 <> CONTRATO-W
                   MOVE "10" TO ST-CRD100
                ELSE
                   MOVE SEQ-CR100 TO PROX-SEQ-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD100.
           ADD 1 TO PROX-SEQ-W.
           MOVE SPACES TO NR-DOCTO-W.
           STRING "SV" REIMPRESSAO-W DELIMITED BY SIZE INTO NR-DOCTO-W.
           INITIALIZE REG-CRD100.
           MOVE CONTRATO-W       TO CONTRATO-CR100.
           MOVE PROX-SEQ-W       TO SEQ-CR100.
           MOVE CLASSIF-CLI-W    TO CLASSIF-CLI-CR100.
           MOVE COD-CLIENTE-W    TO COD-CLIENTE-CR100.
           MOVE NR-DOCTO-W       TO NR-DOCTO-CR100.
           MOVE USUARIO-W        TO RESPONSAVEL-CR100.
           MOVE SPACES           TO DESCRICAO-CR100.
           STRING "SEGUNDA VIA ALBUM " REIMPRESSAO-W
                  DELIMITED BY SIZE INTO DESCRICAO-CR100.
           MOVE VENCTO-W         TO DATA-VENCTO-CR100.
           MOVE VALOR-W          TO VALOR-TOT-CR100.
           MOVE ZEROS            TO SITUACAO-CR100.
           MOVE ZEROS TO ST-CRD100.
           PERFORM UNTIL ST-CRD100 = "10"
             WRITE REG-CRD100 INVALID KEY
                 ADD 1 TO SEQ-CR100
               NOT INVALID KEY
                 MOVE "10" TO ST-CRD100.
           MOVE ZEROS TO ST-CRD100.

      *----------------------------------------------------------------
      *    AVANCO DE ETAPA - NA ETAPA 6 LIBERA PARA A PROXIMA REMESSA
      *----------------------------------------------------------------
       AVANCA-ETAPA SECTION.
           DISPLAY "Numero da reimpressao: ".
           ACCEPT REIMPRESSAO-W FROM CONSOLE.
           MOVE REIMPRESSAO-W TO REIMPRESSAO-L61.
           READ LBD061 INVALID KEY
                DISPLAY "REIMPRESSAO NAO ENCONTRADA"
                GO AVANCA-ETAPA-FIM
           END-READ.
           IF SITUACAO-L61 <> ZEROS
              DISPLAY "REIMPRESSAO FORA DE PRODUCAO - SITUACAO "
                      SITUACAO-L61
              GO AVANCA-ETAPA-FIM
           END-IF.
           COMPUTE ETAPA-W = ETAPA-L61 + 1.
           DISPLAY "CONTRATO " CONTRATO-L61 " ITEM " ITEM-L61
                   " - ETAPA ATUAL: " ETAPA-L61 " "
                   NOME-ETAPA-W(ETAPA-L61).
           DISPLAY "Avancar para " ETAPA-W " " NOME-ETAPA-W(ETAPA-W)
                   " (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO AVANCA-ETAPA-FIM
           END-IF.
           MOVE ETAPA-W TO ETAPA-L61.
           PERFORM CARIMBA-ETAPA.
           IF ETAPA-L61 = 6
              MOVE 1 TO SITUACAO-L61
           END-IF.
           REWRITE REG-LBD061 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD061: " ST-LBD061
                GO AVANCA-ETAPA-FIM
           END-REWRITE.
           DISPLAY "REIMPRESSAO NA ETAPA " ETAPA-L61 " - "
                   NOME-ETAPA-W(ETAPA-L61).
           IF SITUACAO-L61 = 1
              DISPLAY "LIBERADA - A PROXIMA REMESSA NOVA DO CONTRATO "
                      "NO LBP215 LEVA A REIMPRESSAO"
           END-IF.
       AVANCA-ETAPA-FIM.
           EXIT.

       CONSULTA-REIMPRESSAO SECTION.
           DISPLAY "Numero da reimpressao: ".
           ACCEPT REIMPRESSAO-W FROM CONSOLE.
           MOVE REIMPRESSAO-W TO REIMPRESSAO-L61.
           READ LBD061 INVALID KEY
                DISPLAY "REIMPRESSAO NAO ENCONTRADA"
                GO CONSULTA-REIMPRESSAO-FIM
           END-READ.
           DISPLAY "CONTRATO " CONTRATO-L61 " ITEM " ITEM-L61
                   " REMESSA ORIGINAL " REMESSA-ORIGEM-L61
                   " - " NOME-MOTIVO-W(MOTIVO-L61).
           IF COBRADO-L61 = 1
              MOVE VALOR-L61 TO VALOR-ED-W
              DISPLAY "COBRADA " VALOR-ED-W " - TITULO SEQ "
                      SEQ-TIT-L61 " DO CONTRATO"
           ELSE
              DISPLAY "GRATUITA"
           END-IF.
           DISPLAY OBS-L61.
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > ETAPA-L61
              IF DATA-ETAPA-L61(IND-E) > ZEROS
                 DISPLAY IND-E " " NOME-ETAPA-W(IND-E)
                         " EM " DATA-ETAPA-L61(IND-E)
                         " " HORA-ETAPA-L61(IND-E)
                         " USUARIO " USUARIO-ETAPA-L61(IND-E)
              END-IF
           END-PERFORM.
           EVALUATE SITUACAO-L61
              WHEN 1 DISPLAY "LIBERADA PARA REMESSA"
              WHEN 2 DISPLAY "EXPEDIDA NA REMESSA " REMESSA-NOVA-L61
              WHEN 3 DISPLAY "CANCELADA"
              WHEN OTHER DISPLAY "EM PRODUCAO"
           END-EVALUATE.
       CONSULTA-REIMPRESSAO-FIM.
           EXIT.

       CARIMBA-ETAPA SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           ACCEPT HORA-W FROM TIME.
           MOVE DATA-HOJE-W    TO DATA-ETAPA-L61(ETAPA-L61).
           MOVE HORA-W(1: 4)   TO HORA-ETAPA-L61(ETAPA-L61).
           MOVE COD-USUARIO-W  TO USUARIO-ETAPA-L61(ETAPA-L61).

      *----------------------------------------------------------------
      *    RELATORIO MENSAL: REIMPRESSOES DO MES, TOTAIS POR MOTIVO E
      *    POR TRANSPORTADORA DA REMESSA ORIGINAL (COBRANCA DE AVARIA)
      *----------------------------------------------------------------
       RELATORIO-MENSAL SECTION.
           DISPLAY "Mes do relatorio (AAAAMM, ENTER = MES ATUAL): ".
           ACCEPT MES-W FROM CONSOLE.
           IF MES-W = ZEROS
              MOVE DATA-HOJE-W(1: 6) TO MES-W.
           MOVE MES-W(5: 2) TO MES-REL.
           MOVE MES-W(1: 4) TO ANO-REL.
           MOVE ZEROS TO PAGE-COUNT QT-MES-W QT-TRANSP-W.
           INITIALIZE TAB-TOT-MOTIVO TAB-TOT-TRANSP.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           MOVE ZEROS TO REIMPRESSAO-L61.
           START LBD061 KEY IS NOT < CHAVE-L61 INVALID KEY
                 MOVE "10" TO ST-LBD061.
           PERFORM UNTIL ST-LBD061 = "10"
              READ LBD061 NEXT RECORD AT END MOVE "10" TO ST-LBD061
              NOT AT END
                IF DATA-ABERTURA-L61(1: 6) = MES-W
                   AND SITUACAO-L61 <> 3
                   PERFORM IMPRIME-REIMPRESSAO
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD061.
           MOVE QT-MES-W TO QT-MES-REL.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINTOT.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELAT.
           DISPLAY QT-MES-W " REIMPRESSAO(OES) NO MES.".

       IMPRIME-REIMPRESSAO SECTION.
           ADD 1 TO QT-MES-W.
           ADD 1 TO QT-MOTIVO-W(MOTIVO-L61).
           IF COBRADO-L61 = 1
              ADD 1         TO QT-COBRADAS-W(MOTIVO-L61)
              ADD VALOR-L61 TO VALOR-COBRADO-W(MOTIVO-L61)
           END-IF.
           PERFORM ACUMULA-TRANSPORTADORA.
           MOVE SPACES TO LINDET-REL.
           MOVE REIMPRESSAO-L61    TO LINDET-REL(1: 6).
           MOVE DATA-ABERTURA-L61  TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W    TO DATA-ED-W.
           MOVE DATA-ED-W          TO LINDET-REL(9: 10).
           MOVE CONTRATO-L61       TO LINDET-REL(20: 8).
           MOVE ITEM-L61           TO LINDET-REL(29: 2).
           MOVE REMESSA-ORIGEM-L61 TO LINDET-REL(33: 6).
           PERFORM LE-TRANSPORTADORA.
           MOVE NOME-L216          TO LINDET-REL(41: 20).
           MOVE NOME-MOTIVO-W(MOTIVO-L61) TO LINDET-REL(62: 22).
           IF COBRADO-L61 = 1
              MOVE "S"             TO LINDET-REL(85: 1)
              MOVE VALOR-L61       TO VALOR-ED-W
              MOVE VALOR-ED-W      TO LINDET-REL(87: 13)
           ELSE
              MOVE "N"             TO LINDET-REL(85: 1)
           END-IF.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.

       ACUMULA-TRANSPORTADORA SECTION.
           PERFORM VARYING IND-T FROM 1 BY 1
                     UNTIL IND-T > QT-TRANSP-W
                        OR TT-CODIGO-W(IND-T) = TRANSP-COD-L61
              CONTINUE
           END-PERFORM.
           IF IND-T > QT-TRANSP-W
              IF QT-TRANSP-W = 50
                 GO ACUMULA-TRANSPORTADORA-FIM
              END-IF
              ADD 1 TO QT-TRANSP-W
              MOVE QT-TRANSP-W    TO IND-T
              MOVE TRANSP-COD-L61 TO TT-CODIGO-W(IND-T)
           END-IF.
           ADD 1 TO TT-QTDE-W(IND-T).
           IF MOTIVO-L61 = 2
              ADD 1 TO TT-DANO-W(IND-T)
           END-IF.
           IF MOTIVO-L61 = 3
              ADD 1 TO TT-EXTRAVIO-W(IND-T)
           END-IF.
       ACUMULA-TRANSPORTADORA-FIM.
           EXIT.

      *    REMESSA ANTIGA SEM CODIGO DE TRANSPORTADORA OU RETIRADA NO
      *    BALCAO FICA COMO "SEM TRANSPORTADORA".
       LE-TRANSPORTADORA SECTION.
           IF TRANSP-COD-L61 = ZEROS
              MOVE "SEM TRANSPORTADORA" TO NOME-L216
           ELSE
              MOVE TRANSP-COD-L61 TO CODIGO-L216
              READ LBD216 INVALID KEY
                   MOVE "NAO CADASTRADA" TO NOME-L216
              END-READ
           END-IF.

       IMPRIME-TOTAIS SECTION.
           IF LIN > 46 PERFORM CABECALHO END-IF.
           MOVE SPACES TO LINDET-REL.
           WRITE REG-RELAT FROM LINDET.
           WRITE REG-RELAT FROM CAB05.
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > 4
              MOVE SPACES TO LINDET-REL
              MOVE NOME-MOTIVO-W(IND-E)  TO LINDET-REL(1: 22)
              MOVE QT-MOTIVO-W(IND-E)    TO QTDE-ED-W
              MOVE QTDE-ED-W             TO LINDET-REL(24: 6)
              MOVE QT-COBRADAS-W(IND-E)  TO QTDE-ED-W
              MOVE QTDE-ED-W             TO LINDET-REL(34: 6)
              MOVE VALOR-COBRADO-W(IND-E) TO VALOR-TOT-ED-W
              MOVE VALOR-TOT-ED-W        TO LINDET-REL(46: 14)
              WRITE REG-RELAT FROM LINDET
           END-PERFORM.
           MOVE SPACES TO LINDET-REL.
           WRITE REG-RELAT FROM LINDET.
           WRITE REG-RELAT FROM CAB06.
           ADD 8 TO LIN.
           PERFORM VARYING IND-T FROM 1 BY 1 UNTIL IND-T > QT-TRANSP-W
              MOVE TT-CODIGO-W(IND-T) TO TRANSP-COD-L61
              PERFORM LE-TRANSPORTADORA
              MOVE SPACES TO LINDET-REL
              MOVE NOME-L216             TO LINDET-REL(1: 20)
              MOVE TT-QTDE-W(IND-T)      TO QTDE-ED-W
              MOVE QTDE-ED-W             TO LINDET-REL(24: 6)
              MOVE TT-DANO-W(IND-T)      TO QTDE-ED-W
              MOVE QTDE-ED-W             TO LINDET-REL(31: 6)
              MOVE TT-EXTRAVIO-W(IND-T)  TO QTDE-ED-W
              MOVE QTDE-ED-W             TO LINDET-REL(39: 6)
              WRITE REG-RELAT FROM LINDET
              ADD 1 TO LIN
              IF LIN > 56 PERFORM CABECALHO END-IF
           END-PERFORM.

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
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           MOVE 6 TO LIN.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE COD040 CGD010 CRD100 LBD215 LBD216 LBD219 LBD061.
           EXIT PROGRAM.
