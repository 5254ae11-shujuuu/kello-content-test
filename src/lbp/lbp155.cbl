       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP155.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Valor declarado da remessa e reclamação de indenização
      *contra a transportadora por álbum extraviado ou avariado - o
      *que era tratado por e-mail, sem saber quanto voltou:
      *  VALOR DECLARADO : valor da remessa para o seguro da
      *                    transportadora (VALOR-DECLARADO-L215);
      *                    sugerido pela soma dos itens de álbum do
      *                    contrato (LBD219), como o LBP215 grava na
      *                    remessa nova;
      *  RECLAMACAO .....: abre a reclamação de extravio/avaria da
      *                    remessa (LBD071) - protocolo da
      *                    transportadora, valor reclamado, documentos
      *                    enviados e a reimpressão (LBD061) que repôs
      *                    o álbum;
      *  ANDAMENTO ......: atualiza protocolo e documentos e registra
      *                    o resultado (indenizada, em parte, negada,
      *                    desistência) com o valor recuperado;
      *  RELATORIO ......: reclamações abertas por transportadora com
      *                    os dias em aberto e, no ano, o valor
      *                    recuperado contra o custo das reimpressões
      *                    por dano no transporte e extravio (valor do
      *                    item de álbum em LBD219).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LBPX215.
           COPY LBPX216.
           COPY LBPX219.
           COPY LBPX061.
           COPY LBPX071.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY LBPW215.
       COPY LBPW216.
       COPY LBPW219.
       COPY LBPW061.
       COPY LBPW071.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(120).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-LBD215             PIC XX       VALUE SPACES.
           05  ST-LBD216             PIC XX       VALUE SPACES.
           05  ST-LBD219             PIC XX       VALUE SPACES.
           05  LBD219-EXISTE-W       PIC 9        VALUE ZEROS.
           05  ST-LBD061             PIC XX       VALUE SPACES.
           05  LBD061-EXISTE-W       PIC 9        VALUE ZEROS.
           05  ST-LBD071             PIC XX       VALUE SPACES.
           05  PATH-LBD215           PIC X(30)    VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-W                PIC 9(8)     VALUE ZEROS.
           05  ANO-W                 PIC 9(4)     VALUE ZEROS.
           05  REMESSA-W             PIC 9(6)     VALUE ZEROS.
           05  RECLAMACAO-W          PIC 9(6)     VALUE ZEROS.
           05  REIMPRESSAO-W         PIC 9(6)     VALUE ZEROS.
           05  TIPO-W                PIC 9        VALUE ZEROS.
           05  SITUACAO-W            PIC 9        VALUE ZEROS.
           05  SINISTRO-W            PIC X(20)    VALUE SPACES.
           05  DOCUMENTOS-W          PIC X(40)    VALUE SPACES.
           05  VALOR-W               PIC 9(8)V99  VALUE ZEROS.
           05  SUGERIDO-W            PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-ED-W            PIC ZZ.ZZZ.ZZ9,99.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  DIAS-ABERTO-W         PIC 9(5)     VALUE ZEROS.
           05  TRANSP-ANT-W          PIC 9(4)     VALUE ZEROS.
           05  IND-T                 PIC 9(4)     VALUE ZEROS.
           05  QT-ABERTAS-W          PIC 9(5)     VALUE ZEROS.
           05  QT-TRANSP-W           PIC 9(5)     VALUE ZEROS.
           05  RECLAMADO-TRANSP-W    PIC 9(9)V99  VALUE ZEROS.
           05  RECLAMADO-GERAL-W     PIC 9(9)V99  VALUE ZEROS.
      *    TOTAIS DO ANO POR TRANSPORTADORA; A POSICAO E O CODIGO + 1
      *    (POSICAO 1 = REMESSA SEM CODIGO DE TRANSPORTADORA).
           05  TAB-TRANSP.
               10  TT-OCC OCCURS 1000 TIMES.
                   15  TT-QT-RECL        PIC 9(5).
                   15  TT-RECLAMADO      PIC 9(9)V99.
                   15  TT-QT-ENCERRADAS  PIC 9(5).
                   15  TT-RECUPERADO     PIC 9(9)V99.
                   15  TT-QT-REIMP       PIC 9(5).
                   15  TT-CUSTO-REIMP    PIC 9(9)V99.
           05  TOT-QT-RECL-W         PIC 9(5)     VALUE ZEROS.
           05  TOT-RECLAMADO-W       PIC 9(9)V99  VALUE ZEROS.
           05  TOT-QT-ENCERRADAS-W   PIC 9(5)     VALUE ZEROS.
           05  TOT-RECUPERADO-W      PIC 9(9)V99  VALUE ZEROS.
           05  TOT-QT-REIMP-W        PIC 9(5)     VALUE ZEROS.
           05  TOT-CUSTO-REIMP-W     PIC 9(9)V99  VALUE ZEROS.
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
           05  EMPRESA-REL         PIC X(100)  VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(60)   VALUE
               "RECLAMACOES DE EXTRAVIO/AVARIA EM ABERTO POR TRANSPORTAD
      -        "ORA".
           05  FILLER              PIC X(6)    VALUE " - EM ".
           05  DATA-HOJE-REL       PIC 99/99/9999.
       01  CAB03.
           05  FILLER              PIC X(120)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(44)   VALUE
               "RECLAM REMESS CONTRATO TIPO     PROTOCOLO   ".
           05  FILLER              PIC X(44)   VALUE
               "         ABERTURA    DIAS VLR DECLARADO   VL".
           05  FILLER              PIC X(32)   VALUE
               "R RECLAMADO DOCS ENVIADOS".
       01  CAB-TRANSP.
           05  FILLER              PIC X(15)   VALUE
               "TRANSPORTADORA ".
           05  TRANSP-CAB-REL      PIC 999.
           05  FILLER              PIC X       VALUE SPACES.
           05  NOME-TRANSP-REL     PIC X(20).
       01  LINDET.
           05  RECLAMACAO-REL      PIC 9(6).
           05  FILLER              PIC X       VALUE SPACES.
           05  REMESSA-REL         PIC 9(6).
           05  FILLER              PIC X       VALUE SPACES.
           05  CONTRATO-REL        PIC 9(8).
           05  FILLER              PIC X       VALUE SPACES.
           05  TIPO-REL            PIC X(8).
           05  FILLER              PIC X       VALUE SPACES.
           05  SINISTRO-REL        PIC X(20).
           05  FILLER              PIC X       VALUE SPACES.
           05  ABERTURA-REL        PIC 99/99/9999.
           05  FILLER              PIC X       VALUE SPACES.
           05  DIAS-REL            PIC ZZZZ9.
           05  FILLER              PIC X       VALUE SPACES.
           05  DECLARADO-REL       PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  RECLAMADO-REL       PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  DOCS-REL            PIC X(10).
       01  LINSUB.
           05  TEXTO-SUB-REL       PIC X(40)   VALUE SPACES.
           05  QT-SUB-REL          PIC ZZZZ9.
           05  FILLER              PIC X(40)   VALUE SPACES.
           05  VALOR-SUB-REL       PIC ZZZ.ZZZ.ZZ9,99.
       01  CAB05.
           05  FILLER              PIC X(46)   VALUE
               "RECUPERADO X CUSTO DE REIMPRESSAO NO ANO DE ".
           05  ANO-REL             PIC 9(4).
       01  CAB06.
           05  FILLER              PIC X(44)   VALUE
               "TRANSPORTADORA            QTDE  VLR RECLAMAD".
           05  FILLER              PIC X(44)   VALUE
               "O  QT ENC VLR RECUPERADO  REIMPR  CUSTO REIM".
           05  FILLER              PIC X(32)   VALUE
               "PRES        SALDO".
       01  LINANO.
           05  TRANSP-ANO-REL      PIC 999.
           05  FILLER              PIC X       VALUE SPACES.
           05  NOME-ANO-REL        PIC X(20).
           05  FILLER              PIC X       VALUE SPACES.
           05  QT-RECL-REL         PIC ZZZZ9.
           05  FILLER              PIC X       VALUE SPACES.
           05  RECLAMADO-ANO-REL   PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  QT-ENCERR-REL       PIC ZZZZ9.
           05  FILLER              PIC X       VALUE SPACES.
           05  RECUPERADO-ANO-REL  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  QT-REIMP-REL        PIC ZZZZ9.
           05  FILLER              PIC X       VALUE SPACES.
           05  CUSTO-ANO-REL       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  SALDO-ANO-REL       PIC -ZZZ.ZZZ.ZZ9,99.
       01  SALDO-W                 PIC S9(9)V99 VALUE ZEROS.
       01  DATA-CONV-W             PIC 9(8)    VALUE ZEROS.
       01  DATA-DDMMAAAA-W         PIC 9(8)    VALUE ZEROS.

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
           MOVE "LBD215" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD215.
           MOVE "LBD216" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD216.
           MOVE "LBD219" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD219.
           MOVE "LBD061" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD061.
           MOVE "LBD071" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD071.
           OPEN I-O LBD215.
           OPEN INPUT LBD216.
      *    ITENS DO CONTRATO E REIMPRESSOES: SO NA EMPRESA QUE JA USA
      *    O LBP219 E O LBP150
           OPEN INPUT LBD219.
           IF ST-LBD219 = "00"
              MOVE 1 TO LBD219-EXISTE-W
           END-IF.
           OPEN INPUT LBD061.
           IF ST-LBD061 = "00"
              MOVE 1 TO LBD061-EXISTE-W
           END-IF.
           OPEN I-O LBD071.
           IF ST-LBD071 = "35"
              OPEN OUTPUT LBD071
              CLOSE       LBD071
              OPEN I-O    LBD071
           END-IF.
           IF ST-LBD215 <> "00"
              DISPLAY "ERRO ABERTURA LBD215: " ST-LBD215
              MOVE 1 TO ERRO-W.
           IF ST-LBD216 <> "00"
              DISPLAY "ERRO ABERTURA LBD216: " ST-LBD216
              MOVE 1 TO ERRO-W.
           IF ST-LBD071 <> "00"
              DISPLAY "ERRO ABERTURA LBD071: " ST-LBD071
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "LBP155" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA LBP155"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-VALOR DECLARADO  2-RECLAMACAO  "
                   "3-ANDAMENTO  4-RELATORIO  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM MANTEM-VALOR-DECLARADO
              WHEN 2 PERFORM ABRE-RECLAMACAO
              WHEN 3 PERFORM ANDAMENTO-RECLAMACAO
              WHEN 4 PERFORM RELATORIO-RECLAMACOES
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    VALOR DECLARADO DA REMESSA (LBD215)
      *----------------------------------------------------------------
       MANTEM-VALOR-DECLARADO SECTION.
           DISPLAY "Numero da remessa: ".
           ACCEPT REMESSA-W FROM CONSOLE.
           MOVE REMESSA-W TO NUMERO-REMESSA-L215.
           READ LBD215 INVALID KEY
                DISPLAY "REMESSA NAO ENCONTRADA EM LBD215"
                GO MANTEM-VALOR-DECLARADO-FIM
           END-READ.
           PERFORM CALCULA-SUGERIDO.
           MOVE VALOR-DECLARADO-L215 TO VALOR-ED-W.
           DISPLAY "CONTRATO " CONTRATO-L215 "  VALOR DECLARADO ATUAL "
                   VALOR-ED-W.
           MOVE SUGERIDO-W TO VALOR-ED-W.
           DISPLAY "ITENS DE ALBUM DO CONTRATO (LBD219): " VALOR-ED-W.
           DISPLAY "Valor declarado (digitos, 2 decimais, 0 = ITENS "
                   "DO CONTRATO): ".
           ACCEPT VALOR-W FROM CONSOLE.
           IF VALOR-W = ZEROS
              MOVE SUGERIDO-W TO VALOR-W
           END-IF.
           IF VALOR-W = ZEROS
              DISPLAY "CONTRATO SEM ITENS DE ALBUM - INFORME O VALOR"
              GO MANTEM-VALOR-DECLARADO-FIM
           END-IF.
           MOVE VALOR-W TO VALOR-DECLARADO-L215.
           REWRITE REG-LBD215 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD215: " ST-LBD215
                GO MANTEM-VALOR-DECLARADO-FIM
           END-REWRITE.
           DISPLAY "VALOR DECLARADO GRAVADO.".
       MANTEM-VALOR-DECLARADO-FIM.
           EXIT.

      *    MESMA BASE DO LBP215 NA REMESSA NOVA: SOMA DOS ITENS DE
      *    ALBUM (TIPO 1) VENDIDOS NO CONTRATO.
       CALCULA-SUGERIDO SECTION.
           MOVE ZEROS TO SUGERIDO-W.
           IF LBD219-EXISTE-W = 0
              GO CALCULA-SUGERIDO-FIM
           END-IF.
           MOVE CONTRATO-L215 TO CONTRATO-L219.
           MOVE ZEROS         TO ITEM-L219.
           START LBD219 KEY IS NOT < CHAVE-L219 INVALID KEY
                 MOVE "10" TO ST-LBD219.
           PERFORM UNTIL ST-LBD219 = "10"
              READ LBD219 NEXT RECORD AT END MOVE "10" TO ST-LBD219
              NOT AT END
                IF CONTRATO-L219 <> CONTRATO-L215
                   MOVE "10" TO ST-LBD219
                ELSE
                   IF TIPO-ITEM-L219 = 1
                      ADD VALOR-L219 TO SUGERIDO-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD219.
       CALCULA-SUGERIDO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    ABERTURA DA RECLAMACAO (LBD071)
      *----------------------------------------------------------------
       ABRE-RECLAMACAO SECTION.
           DISPLAY "Numero da remessa extraviada/avariada: ".
           ACCEPT REMESSA-W FROM CONSOLE.
           MOVE REMESSA-W TO NUMERO-REMESSA-L215.
           READ LBD215 INVALID KEY
                DISPLAY "REMESSA NAO ENCONTRADA EM LBD215"
                GO ABRE-RECLAMACAO-FIM
           END-READ.
           IF METODO-ENVIO-L215 <> 1
              DISPLAY "REMESSA DE RETIRADA - SEM TRANSPORTADORA"
              GO ABRE-RECLAMACAO-FIM
           END-IF.
           IF TRANSP-COD-L215 = ZEROS
              DISPLAY "REMESSA SEM CODIGO DE TRANSPORTADORA (LBP215)"
              GO ABRE-RECLAMACAO-FIM
           END-IF.
           PERFORM PROCURA-RECLAMACAO-ABERTA.
           IF ACHOU-W = 1
              DISPLAY "REMESSA JA TEM A RECLAMACAO " RECLAMACAO-L71
                      " EM ABERTO - USE A OPCAO 3"
              GO ABRE-RECLAMACAO-FIM
           END-IF.
           MOVE TRANSP-COD-L215 TO CODIGO-L216.
           READ LBD216 INVALID KEY
                MOVE "********" TO NOME-L216
           END-READ.
           DISPLAY "CONTRATO " CONTRATO-L215 "  TRANSPORTADORA "
                   NOME-L216 "  REMESSA DE " DATA-REMESSA-L215.
           DISPLAY "Tipo (1-EXTRAVIO  2-AVARIA): ".
           ACCEPT TIPO-W FROM CONSOLE.
           IF TIPO-W <> 1 AND TIPO-W <> 2
              DISPLAY "TIPO INVALIDO - NAO GRAVADO"
              GO ABRE-RECLAMACAO-FIM
           END-IF.
           IF VALOR-DECLARADO-L215 = ZEROS
              PERFORM CALCULA-SUGERIDO
              IF SUGERIDO-W = ZEROS
                 DISPLAY "REMESSA SEM VALOR DECLARADO - USE A OPCAO 1"
                 GO ABRE-RECLAMACAO-FIM
              END-IF
              MOVE SUGERIDO-W TO VALOR-DECLARADO-L215
              REWRITE REG-LBD215 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO LBD215: " ST-LBD215
                   GO ABRE-RECLAMACAO-FIM
              END-REWRITE
           END-IF.
           MOVE VALOR-DECLARADO-L215 TO VALOR-ED-W.
           DISPLAY "VALOR DECLARADO: " VALOR-ED-W.
           DISPLAY "Protocolo da transportadora (branco = AINDA NAO "
                   "TEM): ".
           ACCEPT SINISTRO-W FROM CONSOLE.
           DISPLAY "Valor reclamado (digitos, 2 decimais, 0 = VALOR "
                   "DECLARADO): ".
           ACCEPT VALOR-W FROM CONSOLE.
           IF VALOR-W = ZEROS
              MOVE VALOR-DECLARADO-L215 TO VALOR-W
           END-IF.
           DISPLAY "Reimpressao que repos o album (LBD061, 0 = "
                   "NENHUMA): ".
           ACCEPT REIMPRESSAO-W FROM CONSOLE.
           IF REIMPRESSAO-W > ZEROS
              PERFORM VALIDA-REIMPRESSAO
              IF ACHOU-W = 0
                 GO ABRE-RECLAMACAO-FIM
              END-IF
           END-IF.
           PERFORM ACHA-PROXIMA-RECLAMACAO.
           MOVE RECLAMACAO-W         TO RECLAMACAO-L71.
           MOVE NUMERO-REMESSA-L215  TO REMESSA-L71.
           MOVE TRANSP-COD-L215      TO TRANSP-COD-L71.
           MOVE CONTRATO-L215        TO CONTRATO-L71.
           MOVE TIPO-W               TO TIPO-L71.
           MOVE SINISTRO-W           TO NUMERO-SINISTRO-L71.
           MOVE DATA-HOJE-W          TO DATA-ABERTURA-L71.
           MOVE VALOR-DECLARADO-L215 TO VALOR-DECLARADO-L71.
           MOVE VALOR-W              TO VALOR-RECLAMADO-L71.
           MOVE REIMPRESSAO-W        TO REIMPRESSAO-L71.
           MOVE ZEROS                TO SITUACAO-L71.
           DISPLAY "Documentos enviados (branco = NENHUM AINDA): ".
           ACCEPT DOCUMENTOS-L71 FROM CONSOLE.
           IF DOCUMENTOS-L71 <> SPACES
              DISPLAY "Data do envio (AAAAMMDD, 0 = HOJE): "
              ACCEPT DATA-DOCUMENTOS-L71 FROM CONSOLE
              IF DATA-DOCUMENTOS-L71 = ZEROS
                 MOVE DATA-HOJE-W TO DATA-DOCUMENTOS-L71
              END-IF
           END-IF.
           DISPLAY "Observacao: ".
           ACCEPT OBS-L71 FROM CONSOLE.
           MOVE COD-USUARIO-W        TO DIGITADOR-L71.
           MOVE ZEROS TO ST-LBD071.
           PERFORM UNTIL ST-LBD071 = "10"
             WRITE REG-LBD071 INVALID KEY
                 ADD 1 TO RECLAMACAO-L71
               NOT INVALID KEY
                 MOVE "10" TO ST-LBD071.
           MOVE ZEROS TO ST-LBD071.
           DISPLAY "RECLAMACAO " RECLAMACAO-L71 " ABERTA.".
       ABRE-RECLAMACAO-FIM.
           EXIT.

       PROCURA-RECLAMACAO-ABERTA SECTION.
           MOVE ZEROS TO ACHOU-W.
           MOVE NUMERO-REMESSA-L215 TO REMESSA-L71.
           START LBD071 KEY IS NOT < REMESSA-L71 INVALID KEY
                 MOVE "10" TO ST-LBD071.
           PERFORM UNTIL ST-LBD071 = "10"
              READ LBD071 NEXT RECORD AT END MOVE "10" TO ST-LBD071
              NOT AT END
                IF REMESSA-L71 <> NUMERO-REMESSA-L215
                   MOVE "10" TO ST-LBD071
                ELSE
                   IF SITUACAO-L71 = 0
                      MOVE 1    TO ACHOU-W
                      MOVE "10" TO ST-LBD071
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD071.

      *    A REIMPRESSAO TEM DE SER DO MESMO CONTRATO DA REMESSA.
       VALIDA-REIMPRESSAO SECTION.
           MOVE ZEROS TO ACHOU-W.
           IF LBD061-EXISTE-W = 0
              DISPLAY "SEM ARQUIVO DE REIMPRESSOES (LBP150)"
              GO VALIDA-REIMPRESSAO-FIM
           END-IF.
           MOVE REIMPRESSAO-W TO REIMPRESSAO-L61.
           READ LBD061 INVALID KEY
                DISPLAY "REIMPRESSAO NAO ENCONTRADA EM LBD061"
                GO VALIDA-REIMPRESSAO-FIM
           END-READ.
           IF CONTRATO-L61 <> CONTRATO-L215
              DISPLAY "REIMPRESSAO DE OUTRO CONTRATO - NAO GRAVADO"
              GO VALIDA-REIMPRESSAO-FIM
           END-IF.
           MOVE 1 TO ACHOU-W.
       VALIDA-REIMPRESSAO-FIM.
           EXIT.

       ACHA-PROXIMA-RECLAMACAO SECTION.
           MOVE ZEROS TO RECLAMACAO-W.
           MOVE ZEROS TO RECLAMACAO-L71.
           START LBD071 KEY IS NOT < CHAVE-L71 INVALID KEY
                 MOVE "10" TO ST-LBD071.
           PERFORM UNTIL ST-LBD071 = "10"
              READ LBD071 NEXT RECORD AT END MOVE "10" TO ST-LBD071
              NOT AT END
                MOVE RECLAMACAO-L71 TO RECLAMACAO-W
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD071.
           ADD 1 TO RECLAMACAO-W.
           INITIALIZE REG-LBD071.

      *----------------------------------------------------------------
      *    ANDAMENTO E RESULTADO DA RECLAMACAO
      *----------------------------------------------------------------
       ANDAMENTO-RECLAMACAO SECTION.
           PERFORM LISTA-ABERTAS-CONSOLE.
           DISPLAY "Numero da reclamacao (0 = VOLTAR): ".
           ACCEPT RECLAMACAO-W FROM CONSOLE.
           IF RECLAMACAO-W = ZEROS
              GO ANDAMENTO-RECLAMACAO-FIM
           END-IF.
           MOVE RECLAMACAO-W TO RECLAMACAO-L71.
           READ LBD071 INVALID KEY
                DISPLAY "RECLAMACAO NAO ENCONTRADA"
                GO ANDAMENTO-RECLAMACAO-FIM
           END-READ.
           IF SITUACAO-L71 <> 0
              DISPLAY "RECLAMACAO JA ENCERRADA EM "
                      DATA-ENCERRAMENTO-L71 " - SITUACAO "
                      SITUACAO-L71
              GO ANDAMENTO-RECLAMACAO-FIM
           END-IF.
           MOVE VALOR-RECLAMADO-L71 TO VALOR-ED-W.
           DISPLAY "REMESSA " REMESSA-L71 "  PROTOCOLO "
                   NUMERO-SINISTRO-L71 "  RECLAMADO " VALOR-ED-W.
           DISPLAY "DOCUMENTOS: " DOCUMENTOS-L71 " EM "
                   DATA-DOCUMENTOS-L71.
           DISPLAY "Protocolo da transportadora (branco = MANTEM): ".
           ACCEPT SINISTRO-W FROM CONSOLE.
           IF SINISTRO-W <> SPACES
              MOVE SINISTRO-W TO NUMERO-SINISTRO-L71
           END-IF.
           DISPLAY "Documentos enviados (branco = MANTEM): ".
           ACCEPT DOCUMENTOS-W FROM CONSOLE.
           IF DOCUMENTOS-W <> SPACES
              MOVE DOCUMENTOS-W TO DOCUMENTOS-L71
              DISPLAY "Data do envio (AAAAMMDD, 0 = HOJE): "
              ACCEPT DATA-DOCUMENTOS-L71 FROM CONSOLE
              IF DATA-DOCUMENTOS-L71 = ZEROS
                 MOVE DATA-HOJE-W TO DATA-DOCUMENTOS-L71
              END-IF
           END-IF.
           IF REIMPRESSAO-L71 = ZEROS
              DISPLAY "Reimpressao que repos o album (LBD061, 0 = "
                      "NENHUMA): "
              ACCEPT REIMPRESSAO-W FROM CONSOLE
              IF REIMPRESSAO-W > ZEROS
                 MOVE CONTRATO-L71 TO CONTRATO-L215
                 PERFORM VALIDA-REIMPRESSAO
                 IF ACHOU-W = 1
                    MOVE REIMPRESSAO-W TO REIMPRESSAO-L71
                 END-IF
              END-IF
           END-IF.
           DISPLAY "Resultado (0-CONTINUA ABERTA  1-INDENIZADA  "
                   "2-INDENIZADA EM PARTE  3-NEGADA  4-DESISTENCIA): ".
           ACCEPT SITUACAO-W FROM CONSOLE.
           IF SITUACAO-W > 4
              DISPLAY "RESULTADO INVALIDO - NAO GRAVADO"
              GO ANDAMENTO-RECLAMACAO-FIM
           END-IF.
           IF SITUACAO-W > 0
              PERFORM ENCERRA-RECLAMACAO
              IF ACHOU-W = 0
                 GO ANDAMENTO-RECLAMACAO-FIM
              END-IF
           END-IF.
           REWRITE REG-LBD071 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD071: " ST-LBD071
                GO ANDAMENTO-RECLAMACAO-FIM
           END-REWRITE.
           DISPLAY "RECLAMACAO GRAVADA.".
       ANDAMENTO-RECLAMACAO-FIM.
           EXIT.

      *    INDENIZADA (TOTAL OU EM PARTE) EXIGE O VALOR RECUPERADO;
      *    NEGADA E DESISTENCIA FICAM COM RECUPERADO ZERO.
       ENCERRA-RECLAMACAO SECTION.
           MOVE ZEROS TO ACHOU-W VALOR-W.
           IF SITUACAO-W = 1 OR SITUACAO-W = 2
              DISPLAY "Valor recuperado (digitos, 2 decimais): "
              ACCEPT VALOR-W FROM CONSOLE
              IF VALOR-W = ZEROS
                 DISPLAY "VALOR RECUPERADO OBRIGATORIO - NAO GRAVADO"
                 GO ENCERRA-RECLAMACAO-FIM
              END-IF
           END-IF.
           DISPLAY "Data do encerramento (AAAAMMDD, 0 = HOJE): ".
           ACCEPT DATA-W FROM CONSOLE.
           IF DATA-W = ZEROS
              MOVE DATA-HOJE-W TO DATA-W
           END-IF.
           IF DATA-W < DATA-ABERTURA-L71
              DISPLAY "ENCERRAMENTO ANTERIOR A ABERTURA - NAO GRAVADO"
              GO ENCERRA-RECLAMACAO-FIM
           END-IF.
           MOVE SITUACAO-W TO SITUACAO-L71.
           MOVE VALOR-W    TO VALOR-RECUPERADO-L71.
           MOVE DATA-W     TO DATA-ENCERRAMENTO-L71.
           MOVE 1 TO ACHOU-W.
       ENCERRA-RECLAMACAO-FIM.
           EXIT.

       LISTA-ABERTAS-CONSOLE SECTION.
           MOVE ZEROS TO RECLAMACAO-L71.
           START LBD071 KEY IS NOT < CHAVE-L71 INVALID KEY
                 MOVE "10" TO ST-LBD071.
           PERFORM UNTIL ST-LBD071 = "10"
              READ LBD071 NEXT RECORD AT END MOVE "10" TO ST-LBD071
              NOT AT END
                IF SITUACAO-L71 = 0
                   DISPLAY "ABERTA " RECLAMACAO-L71 " REMESSA "
                           REMESSA-L71 " TRANSP " TRANSP-COD-L71
                           " PROTOCOLO " NUMERO-SINISTRO-L71
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD071.

      *----------------------------------------------------------------
      *    RECLAMACOES EM ABERTO E RECUPERADO X REIMPRESSAO NO ANO
      *----------------------------------------------------------------
       RELATORIO-RECLAMACOES SECTION.
           DISPLAY "Ano do resumo recuperado x reimpressao (AAAA, "
                   "0 = ANO ATUAL): ".
           ACCEPT ANO-W FROM CONSOLE.
           IF ANO-W = ZEROS
              MOVE DATA-HOJE-W(1: 4) TO ANO-W
           END-IF.
           OPEN OUTPUT RELAT.
           MOVE ZEROS TO PAGE-COUNT QT-ABERTAS-W RECLAMADO-GERAL-W.
           MOVE DATA-HOJE-W TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-HOJE-REL.
           PERFORM CABECALHO.
           PERFORM IMPRIME-ABERTAS.
           PERFORM RESUMO-ANO.
           CLOSE RELAT.
           DISPLAY "RELATORIO IMPRESSO - RECLAMACOES EM ABERTO: "
                   QT-ABERTAS-W.

      *    PELA CHAVE DA TRANSPORTADORA: QUEBRA COM SUBTOTAL.
       IMPRIME-ABERTAS SECTION.
           MOVE 9999 TO TRANSP-ANT-W.
           MOVE ZEROS TO QT-TRANSP-W RECLAMADO-TRANSP-W.
           MOVE ZEROS TO TRANSP-COD-L71.
           START LBD071 KEY IS NOT < TRANSP-COD-L71 INVALID KEY
                 MOVE "10" TO ST-LBD071.
           PERFORM UNTIL ST-LBD071 = "10"
              READ LBD071 NEXT RECORD AT END MOVE "10" TO ST-LBD071
              NOT AT END
                IF SITUACAO-L71 = 0
                   PERFORM IMPRIME-LINHA-ABERTA
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD071.
           IF QT-TRANSP-W > ZEROS
              PERFORM IMPRIME-SUBTOTAL
           END-IF.
           MOVE "TOTAL GERAL EM ABERTO"  TO TEXTO-SUB-REL.
           MOVE QT-ABERTAS-W             TO QT-SUB-REL.
           MOVE RECLAMADO-GERAL-W        TO VALOR-SUB-REL.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINSUB.
           ADD 2 TO LIN.

       IMPRIME-LINHA-ABERTA SECTION.
           IF TRANSP-COD-L71 <> TRANSP-ANT-W
              IF QT-TRANSP-W > ZEROS
                 PERFORM IMPRIME-SUBTOTAL
              END-IF
              MOVE TRANSP-COD-L71 TO TRANSP-ANT-W CODIGO-L216
              READ LBD216 INVALID KEY MOVE SPACES TO NOME-L216
              END-READ
              MOVE TRANSP-COD-L71 TO TRANSP-CAB-REL
              MOVE NOME-L216      TO NOME-TRANSP-REL
              IF LIN > 54 PERFORM CABECALHO END-IF
              WRITE REG-RELAT FROM CAB-TRANSP AFTER 2
              ADD 2 TO LIN
           END-IF.
           MOVE RECLAMACAO-L71      TO RECLAMACAO-REL.
           MOVE REMESSA-L71         TO REMESSA-REL.
           MOVE CONTRATO-L71        TO CONTRATO-REL.
           IF TIPO-L71 = 1
              MOVE "EXTRAVIO" TO TIPO-REL
           ELSE
              MOVE "AVARIA"   TO TIPO-REL
           END-IF.
           MOVE NUMERO-SINISTRO-L71 TO SINISTRO-REL.
           MOVE DATA-ABERTURA-L71   TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W     TO ABERTURA-REL.
           COMPUTE DIAS-ABERTO-W =
              FUNCTION INTEGER-OF-DATE(DATA-HOJE-W)
            - FUNCTION INTEGER-OF-DATE(DATA-ABERTURA-L71).
           MOVE DIAS-ABERTO-W       TO DIAS-REL.
           MOVE VALOR-DECLARADO-L71 TO DECLARADO-REL.
           MOVE VALOR-RECLAMADO-L71 TO RECLAMADO-REL.
           IF DATA-DOCUMENTOS-L71 = ZEROS
              MOVE "PENDENTES" TO DOCS-REL
           ELSE
              MOVE DATA-DOCUMENTOS-L71 TO DATA-CONV-W
              PERFORM CONVERTE-DATA
              MOVE SPACES TO DOCS-REL
              STRING DATA-DDMMAAAA-W(1: 2) "/" DATA-DDMMAAAA-W(3: 2)
                     "/" DATA-DDMMAAAA-W(5: 4)
                     DELIMITED BY SIZE INTO DOCS-REL
           END-IF.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN QT-TRANSP-W QT-ABERTAS-W.
           ADD VALOR-RECLAMADO-L71 TO RECLAMADO-TRANSP-W
                                      RECLAMADO-GERAL-W.
           IF LIN > 56 PERFORM CABECALHO END-IF.

       IMPRIME-SUBTOTAL SECTION.
           MOVE "  EM ABERTO NA TRANSPORTADORA" TO TEXTO-SUB-REL.
           MOVE QT-TRANSP-W          TO QT-SUB-REL.
           MOVE RECLAMADO-TRANSP-W   TO VALOR-SUB-REL.
           WRITE REG-RELAT FROM LINSUB.
           ADD 1 TO LIN.
           MOVE ZEROS TO QT-TRANSP-W RECLAMADO-TRANSP-W.

      *    NO ANO: RECLAMACOES ABERTAS (PELA DATA DE ABERTURA),
      *    ENCERRADAS E RECUPERADO (PELA DATA DE ENCERRAMENTO) E AS
      *    REIMPRESSOES POR DANO NO TRANSPORTE OU EXTRAVIO (LBD061,
      *    MOTIVO 2/3, NAO CANCELADAS) PELA TRANSPORTADORA DA
      *    REMESSA ORIGINAL, CUSTEADAS PELO VALOR DO ITEM DE ALBUM.
       RESUMO-ANO SECTION.
           INITIALIZE TAB-TRANSP.
           MOVE ZEROS TO TOT-QT-RECL-W TOT-RECLAMADO-W
                         TOT-QT-ENCERRADAS-W TOT-RECUPERADO-W
                         TOT-QT-REIMP-W TOT-CUSTO-REIMP-W.
           MOVE ZEROS TO RECLAMACAO-L71.
           START LBD071 KEY IS NOT < CHAVE-L71 INVALID KEY
                 MOVE "10" TO ST-LBD071.
           PERFORM UNTIL ST-LBD071 = "10"
              READ LBD071 NEXT RECORD AT END MOVE "10" TO ST-LBD071
              NOT AT END
                COMPUTE IND-T = TRANSP-COD-L71 + 1
                IF DATA-ABERTURA-L71(1: 4) = ANO-W
                   ADD 1                   TO TT-QT-RECL(IND-T)
                   ADD VALOR-RECLAMADO-L71 TO TT-RECLAMADO(IND-T)
                END-IF
                IF SITUACAO-L71 > 0
                   AND DATA-ENCERRAMENTO-L71(1: 4) = ANO-W
                   ADD 1                    TO TT-QT-ENCERRADAS(IND-T)
                   ADD VALOR-RECUPERADO-L71 TO TT-RECUPERADO(IND-T)
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD071.
           IF LBD061-EXISTE-W = 1
              PERFORM ACUMULA-REIMPRESSOES
           END-IF.
           IF LIN > 48 PERFORM CABECALHO END-IF.
           MOVE ANO-W TO ANO-REL.
           WRITE REG-RELAT FROM CAB05 AFTER 3.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB06.
           WRITE REG-RELAT FROM CAB03.
           ADD 6 TO LIN.
           PERFORM IMPRIME-LINHA-ANO
                   VARYING IND-T FROM 1 BY 1 UNTIL IND-T > 1000.
           MOVE ZEROS             TO TRANSP-ANO-REL.
           MOVE "TOTAL DO ANO"    TO NOME-ANO-REL.
           MOVE TOT-QT-RECL-W     TO QT-RECL-REL.
           MOVE TOT-RECLAMADO-W   TO RECLAMADO-ANO-REL.
           MOVE TOT-QT-ENCERRADAS-W TO QT-ENCERR-REL.
           MOVE TOT-RECUPERADO-W  TO RECUPERADO-ANO-REL.
           MOVE TOT-QT-REIMP-W    TO QT-REIMP-REL.
           MOVE TOT-CUSTO-REIMP-W TO CUSTO-ANO-REL.
           COMPUTE SALDO-W = TOT-RECUPERADO-W - TOT-CUSTO-REIMP-W.
           MOVE SALDO-W           TO SALDO-ANO-REL.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINANO.

       ACUMULA-REIMPRESSOES SECTION.
           MOVE ZEROS TO REIMPRESSAO-L61.
           START LBD061 KEY IS NOT < CHAVE-L61 INVALID KEY
                 MOVE "10" TO ST-LBD061.
           PERFORM UNTIL ST-LBD061 = "10"
              READ LBD061 NEXT RECORD AT END MOVE "10" TO ST-LBD061
              NOT AT END
                IF (MOTIVO-L61 = 2 OR MOTIVO-L61 = 3)
                   AND SITUACAO-L61 <> 3
                   AND DATA-ABERTURA-L61(1: 4) = ANO-W
                   COMPUTE IND-T = TRANSP-COD-L61 + 1
                   ADD 1 TO TT-QT-REIMP(IND-T)
                   IF LBD219-EXISTE-W = 1
                      MOVE CONTRATO-L61 TO CONTRATO-L219
                      MOVE ITEM-L61     TO ITEM-L219
                      READ LBD219 INVALID KEY
                           MOVE ZEROS TO VALOR-L219
                      END-READ
                      ADD VALOR-L219 TO TT-CUSTO-REIMP(IND-T)
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD061.

       IMPRIME-LINHA-ANO SECTION.
           IF TT-QT-RECL(IND-T) = ZEROS
              AND TT-QT-ENCERRADAS(IND-T) = ZEROS
              AND TT-QT-REIMP(IND-T) = ZEROS
              GO IMPRIME-LINHA-ANO-FIM
           END-IF.
           COMPUTE TRANSP-ANO-REL = IND-T - 1.
           MOVE SPACES TO NOME-ANO-REL.
           IF IND-T = 1
              MOVE "SEM TRANSPORTADORA" TO NOME-ANO-REL
           ELSE
              COMPUTE CODIGO-L216 = IND-T - 1
              READ LBD216 INVALID KEY MOVE SPACES TO NOME-L216
              END-READ
              MOVE NOME-L216 TO NOME-ANO-REL
           END-IF.
           MOVE TT-QT-RECL(IND-T)       TO QT-RECL-REL.
           MOVE TT-RECLAMADO(IND-T)     TO RECLAMADO-ANO-REL.
           MOVE TT-QT-ENCERRADAS(IND-T) TO QT-ENCERR-REL.
           MOVE TT-RECUPERADO(IND-T)    TO RECUPERADO-ANO-REL.
           MOVE TT-QT-REIMP(IND-T)      TO QT-REIMP-REL.
           MOVE TT-CUSTO-REIMP(IND-T)   TO CUSTO-ANO-REL.
           COMPUTE SALDO-W = TT-RECUPERADO(IND-T)
                           - TT-CUSTO-REIMP(IND-T).
           MOVE SALDO-W                 TO SALDO-ANO-REL.
           WRITE REG-RELAT FROM LINANO.
           ADD TT-QT-RECL(IND-T)       TO TOT-QT-RECL-W.
           ADD TT-RECLAMADO(IND-T)     TO TOT-RECLAMADO-W.
           ADD TT-QT-ENCERRADAS(IND-T) TO TOT-QT-ENCERRADAS-W.
           ADD TT-RECUPERADO(IND-T)    TO TOT-RECUPERADO-W.
           ADD TT-QT-REIMP(IND-T)      TO TOT-QT-REIMP-W.
           ADD TT-CUSTO-REIMP(IND-T)   TO TOT-CUSTO-REIMP-W.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.
       IMPRIME-LINHA-ANO-FIM.
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
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           MOVE 6 TO LIN.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE LBD215 LBD216 LBD071.
           IF LBD219-EXISTE-W = 1 CLOSE LBD219 END-IF.
           IF LBD061-EXISTE-W = 1 CLOSE LBD061 END-IF.
           EXIT PROGRAM.
