       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP103.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Acordo de renegociação do contas a receber (CRD130) -
      *o plano combinado por telefone pela cobrança (CGP036) deixa de
      *ser digitado à mão no CRP100:
      *  NOVO ACORDO : seleciona os títulos vencidos em aberto do
      *                contrato/cliente (CRD100) - fora os que ainda
      *                podem ser pagos por outro canal: boleto não
      *                liquidado (CRD141), cobrança de cartão pendente
      *                (CRD120) ou cheque em custódia/depositado
      *                (CRD180) -, totaliza com
      *                desconto ou acréscimo opcional, gera as
      *                parcelas novas em CRD100 (documento "AC" +
      *                número do acordo), marca os originais como
      *                3-RENEGOCIADO com o vínculo em CRD131 e
      *                imprime o termo para assinatura do cliente;
      *  TERMO ......: reimprime o termo de um acordo;
      *  ROMPIDOS ...: lista os acordos ativos com parcela nova
      *                vencida há mais dias que o informado;
      *  REATIVAR ...: acordo rompido - os originais voltam para a
      *                situação anterior (em aberto, candidatos de
      *                novo ao protesto/negativação do CGP037) e as
      *                parcelas novas ainda em aberto ficam
      *                4-CANCELADO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COPX040.
           COPY CGPX010.
           COPY CGPX011.
           COPY CRPX100.
           COPY CRPX120.
           COPY CRPX130.
           COPY CRPX131.
           COPY CRPX141.
           COPY CRPX180.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY COPW040.
       COPY CGPW010.
       COPY CGPW011.
       COPY CRPW100.
       COPY CRPW120.
       COPY CRPW130.
       COPY CRPW131.
       COPY CRPW141.
       COPY CRPW180.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
           COPY "CPTIME.CPY".
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-CRD100             PIC XX       VALUE SPACES.
           05  ST-CRD130             PIC XX       VALUE SPACES.
           05  ST-CRD131             PIC XX       VALUE SPACES.
           05  ST-CRD120             PIC XX       VALUE SPACES.
           05  ST-CRD141             PIC XX       VALUE SPACES.
           05  ST-CRD180             PIC XX       VALUE SPACES.
           05  TEM-CRD120-W          PIC 9        VALUE ZEROS.
           05  TEM-CRD141-W          PIC 9        VALUE ZEROS.
           05  TEM-CRD180-W          PIC 9        VALUE ZEROS.
      *    CANAL QUE AINDA PODE RECEBER O TITULO: 0-NENHUM 1-BOLETO
      *    2-CARTAO 3-CHEQUE
           05  OUTRO-CANAL-W         PIC 9        VALUE ZEROS.
           05  PATH-CGD010           PIC X(30)    VALUE SPACES.
           05  PATH-CGD011           PIC X(30)    VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-CORTE-W          PIC 9(8)     VALUE ZEROS.
           05  DIAS-ATRASO-W         PIC 9(3)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(6)     VALUE ZEROS.
           05  CLASSIF-CLI-W         PIC 9        VALUE ZEROS.
           05  COD-CLIENTE-W         PIC 9(8)     VALUE ZEROS.
           05  NR-ACORDO-W           PIC 9(6)     VALUE ZEROS.
           05  TIPO-AJUSTE-W         PIC X        VALUE SPACES.
           05  VALOR-AJUSTE-W        PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-ORIGINAL-W      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-ACORDO-W        PIC 9(8)V99  VALUE ZEROS.
           05  VENCTO-1-W            PIC 9(8)     VALUE ZEROS.
           05  QT-PARCELAS-W         PIC 9(2)     VALUE ZEROS.
           05  PERIODICIDADE-W       PIC 9(3)     VALUE ZEROS.
           05  VALOR-PARCELA-W       PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-ACUMULADO-W     PIC 9(8)V99  VALUE ZEROS.
           05  VENCTO-PARCELA-W      PIC 9(8)     VALUE ZEROS.
           05  IND-P                 PIC 9(2)     VALUE ZEROS.
           05  PROX-SEQ-W            PIC 9(5)     VALUE ZEROS.
           05  SEQ-INICIAL-W         PIC 9(5)     VALUE ZEROS.
           05  NR-DOCTO-W            PIC X(10)    VALUE SPACES.
           05  QT-VENCIDAS-W         PIC 9(2)     VALUE ZEROS.
           05  VALOR-VENCIDO-W       PIC 9(8)V99  VALUE ZEROS.
           05  VENCTO-ANTIGO-W       PIC 9(8)     VALUE ZEROS.
           05  QT-REATIVADOS-W       PIC 9(3)     VALUE ZEROS.
           05  QT-CANCELADAS-W       PIC 9(2)     VALUE ZEROS.
           05  QT-PAGAS-W            PIC 9(2)     VALUE ZEROS.
           05  QT-ROMPIDOS-W         PIC 9(5)     VALUE ZEROS.
      *    TITULOS VENCIDOS DO CONTRATO/CLIENTE CANDIDATOS AO ACORDO
           05  QT-TIT-W              PIC 9(3)     VALUE ZEROS.
           05  QT-MARCADOS-W         PIC 9(3)     VALUE ZEROS.
           05  IND-T                 PIC 9(3)     VALUE ZEROS.
           05  TAB-TITULOS.
               10  TAB-TIT OCCURS 100 TIMES.
                   15  TIT-SEQ-W     PIC 9(5).
                   15  TIT-VENCTO-W  PIC 9(8).
                   15  TIT-VALOR-W   PIC 9(8)V99.
                   15  TIT-MARCA-W   PIC X.
           05  DATA-DDMMAAAA-W.
               10  DIA-DDMMAAAA-W    PIC 9(2).
               10  MES-DDMMAAAA-W    PIC 9(2).
               10  ANO-DDMMAAAA-W    PIC 9(4).
           05  DATA-DDMMAAAA-N REDEFINES DATA-DDMMAAAA-W PIC 9(8).
           05  DATA-AAAAMMDD-W       PIC 9(8)     VALUE ZEROS.
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

      *    TERMO DE ACORDO
       01  TER01.
           05  EMPRESA-TER         PIC X(80)   VALUE SPACES.
       01  TER02.
           05  FILLER              PIC X(41)   VALUE
               "TERMO DE ACORDO DE RENEGOCIACAO DE DEBITO".
           05  FILLER              PIC X(7)    VALUE "  NRO: ".
           05  NR-ACORDO-TER       PIC 9(6).
           05  FILLER              PIC X(9)    VALUE "  DATA: ".
           05  DATA-ACORDO-TER     PIC 99/99/9999.
       01  TER03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  TER04.
           05  FILLER              PIC X(14)   VALUE "DEVEDOR.....: ".
           05  NOME-TER            PIC X(40).
           05  FILLER              PIC X(6)    VALUE " CPF: ".
           05  CPF-TER             PIC 9(16).
       01  TER05.
           05  FILLER              PIC X(14)   VALUE "ENDERECO....: ".
           05  ENDERECO-TER        PIC X(45).
           05  FILLER              PIC X(6)    VALUE " CEP: ".
           05  CEP-TER             PIC 9(8).
       01  TER06.
           05  FILLER              PIC X(14)   VALUE "CONTRATO....: ".
           05  CONTRATO-TER        PIC 9(6).
           05  FILLER              PIC X       VALUE SPACES.
           05  IDENTIF-TER         PIC X(10).
       01  TER07.
           05  FILLER              PIC X(60)   VALUE
               "TITULOS VENCIDOS RENEGOCIADOS NESTE ACORDO:".
       01  TER08.
           05  FILLER              PIC X(60)   VALUE
               "  SEQ    VENCIMENTO            VALOR  DESCRICAO".
       01  TER09.
           05  FILLER              PIC X(60)   VALUE
               "NOVAS PARCELAS:".
       01  TERDET.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SEQ-TER             PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VENCTO-TER          PIC 99/99/9999.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VALOR-TER           PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DESCRICAO-TER       PIC X(30).
       01  TERTOT.
           05  TEXTO-TOT-TER       PIC X(22).
           05  VALOR-TOT-TER       PIC ZZ.ZZZ.ZZ9,99.
       01  TERTXT.
           05  TEXTO-TER           PIC X(100).

      *    LISTA DE ACORDOS ROMPIDOS
       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(45)   VALUE
           "ACORDOS ROMPIDOS - PARCELA VENCIDA HA MAIS DE".
           05  DIAS-REL            PIC ZZ9.
           05  FILLER              PIC X(6)    VALUE " DIAS".
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(100)  VALUE
           "ACORDO CONTR  C CODIGO   NOME                 DT ACORDO VENC
      -    ".ANT  QT VALOR VENCIDO".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINTOT1.
           05  FILLER          PIC X(22) VALUE "ACORDOS ROMPIDOS...: ".
           05  QT-ROMPIDOS-REL     PIC ZZ.ZZ9.

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
           MOVE NOME-EMPRESA-W     TO EMPRESA-REL EMPRESA-TER
           MOVE "COD040" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CRD100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD100.
           MOVE "CRD130" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD130.
           MOVE "CRD131" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD131.
           MOVE "CRD120" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD120.
           MOVE "CRD141" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD141.
           MOVE "CRD180" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD180.
           OPEN INPUT COD040 CGD010 CGD011.
      *    CONTROLES DOS OUTROS CANAIS DE COBRANCA (CRP023, CRP104 E
      *    CRP111): SO EXISTEM DEPOIS DO PRIMEIRO USO DE CADA UM.
           OPEN INPUT CRD120.
           IF ST-CRD120 = "00"
              MOVE 1 TO TEM-CRD120-W
           END-IF.
           OPEN INPUT CRD141.
           IF ST-CRD141 = "00"
              MOVE 1 TO TEM-CRD141-W
           END-IF.
           OPEN INPUT CRD180.
           IF ST-CRD180 = "00"
              MOVE 1 TO TEM-CRD180-W
           END-IF.
           OPEN I-O CRD100.
           OPEN I-O CRD130.
           IF ST-CRD130 = "35"
              OPEN OUTPUT CRD130
              CLOSE       CRD130
              OPEN I-O    CRD130
           END-IF.
           OPEN I-O CRD131.
           IF ST-CRD131 = "35"
              OPEN OUTPUT CRD131
              CLOSE       CRD131
              OPEN I-O    CRD131
           END-IF.
           IF ST-COD040 <> "00"
              DISPLAY "ERRO ABERTURA COD040: " ST-COD040
              MOVE 1 TO ERRO-W.
           IF ST-CGD010 <> "00"
              DISPLAY "ERRO ABERTURA CGD010: " ST-CGD010
              MOVE 1 TO ERRO-W.
           IF ST-CGD011 <> "00"
              DISPLAY "ERRO ABERTURA CGD011: " ST-CGD011
              MOVE 1 TO ERRO-W.
           IF ST-CRD100 <> "00"
              DISPLAY "ERRO ABERTURA CRD100: " ST-CRD100
              MOVE 1 TO ERRO-W.
           IF ST-CRD130 <> "00"
              DISPLAY "ERRO ABERTURA CRD130: " ST-CRD130
              MOVE 1 TO ERRO-W.
           IF ST-CRD131 <> "00"
              DISPLAY "ERRO ABERTURA CRD131: " ST-CRD131
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "CRP103" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA CRP103"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-NOVO ACORDO  2-TERMO  3-ROMPIDOS  "
                   "4-REATIVAR ORIGINAIS  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM NOVO-ACORDO
              WHEN 2 PERFORM REIMPRIME-TERMO
              WHEN 3 PERFORM LISTA-ROMPIDOS
              WHEN 4 PERFORM REATIVA-ORIGINAIS
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    NOVO ACORDO
      *----------------------------------------------------------------
       NOVO-ACORDO SECTION.
           DISPLAY "Numero do contrato: ".
           ACCEPT CONTRATO-W FROM CONSOLE.
           MOVE CONTRATO-W TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                DISPLAY "CONTRATO NAO CADASTRADO EM COD040"
                GO NOVO-ACORDO-FIM
           END-READ.
           DISPLAY "CONTRATO: " IDENTIFICACAO-CO40.
           DISPLAY "Classificacao do cliente (0-CONTRATO 1-COMUM): ".
           ACCEPT CLASSIF-CLI-W FROM CONSOLE.
           DISPLAY "Codigo do cliente: ".
           ACCEPT COD-CLIENTE-W FROM CONSOLE.
           MOVE CLASSIF-CLI-W  TO CLASSIF-CG10.
           MOVE COD-CLIENTE-W  TO CODIGO-CG10.
           READ CGD010 INVALID KEY
                DISPLAY "CLIENTE NAO CADASTRADO EM CGD010"
                GO NOVO-ACORDO-FIM
           END-READ.
           DISPLAY "CLIENTE: " NOME-CG10.
           PERFORM CARREGA-VENCIDOS.
           IF QT-TIT-W = ZEROS
              DISPLAY "NENHUM TITULO VENCIDO EM ABERTO PARA O CLIENTE"
              GO NOVO-ACORDO-FIM
           END-IF.
           PERFORM SELECIONA-TITULOS.
           IF QT-MARCADOS-W = ZEROS
              DISPLAY "NENHUM TITULO SELECIONADO - NADA GERADO"
              GO NOVO-ACORDO-FIM
           END-IF.
           DISPLAY "TOTAL VENCIDO SELECIONADO: " VALOR-ORIGINAL-W.
           DISPLAY "Ajuste (D-DESCONTO A-ACRESCIMO ENTER-SEM): ".
           ACCEPT TIPO-AJUSTE-W FROM CONSOLE.
           MOVE ZEROS TO VALOR-AJUSTE-W.
           IF TIPO-AJUSTE-W = "d" MOVE "D" TO TIPO-AJUSTE-W.
           IF TIPO-AJUSTE-W = "a" MOVE "A" TO TIPO-AJUSTE-W.
           IF TIPO-AJUSTE-W = "D" OR TIPO-AJUSTE-W = "A"
              DISPLAY "Valor do ajuste (digitos, 2 decimais): "
              ACCEPT VALOR-AJUSTE-W FROM CONSOLE
           ELSE
              MOVE SPACES TO TIPO-AJUSTE-W
           END-IF.
           IF TIPO-AJUSTE-W = "D"
              IF VALOR-AJUSTE-W NOT < VALOR-ORIGINAL-W
                 DISPLAY "DESCONTO MAIOR QUE O DEBITO - NADA GERADO"
                 GO NOVO-ACORDO-FIM
              END-IF
              COMPUTE VALOR-ACORDO-W = VALOR-ORIGINAL-W
                                     - VALOR-AJUSTE-W
           ELSE
              COMPUTE VALOR-ACORDO-W = VALOR-ORIGINAL-W
                                     + VALOR-AJUSTE-W
           END-IF.
           DISPLAY "VALOR DO ACORDO: " VALOR-ACORDO-W.
           DISPLAY "Quantidade de parcelas: ".
           ACCEPT QT-PARCELAS-W FROM CONSOLE.
           DISPLAY "Primeiro vencimento (AAAAMMDD): ".
           ACCEPT VENCTO-1-W FROM CONSOLE.
           DISPLAY "Periodicidade em dias (30 = mensal): ".
           ACCEPT PERIODICIDADE-W FROM CONSOLE.
           IF QT-PARCELAS-W = ZEROS OR VENCTO-1-W < DATA-HOJE-W
              DISPLAY "PARCELAS/VENCIMENTO INVALIDOS - NADA GERADO"
              GO NOVO-ACORDO-FIM
           END-IF.
           DISPLAY "Confirma o acordo (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO NOVO-ACORDO-FIM
           END-IF.
           PERFORM ACHA-PROXIMO-ACORDO.
           PERFORM GERA-PARCELAS-ACORDO.
           PERFORM MARCA-ORIGINAIS.
           PERFORM GRAVA-ACORDO.
           PERFORM IMPRIME-TERMO.
           DISPLAY "ACORDO " NR-ACORDO-W " GRAVADO - "
                   QT-PARCELAS-W " PARCELAS, TERMO IMPRESSO.".
       NOVO-ACORDO-FIM.
           EXIT.

      *    TITULOS EM ABERTO DO CONTRATO, DO CLIENTE INFORMADO, COM
      *    VENCIMENTO ANTERIOR A HOJE. O QUE AINDA ESTA EM OUTRO CANAL
      *    DE COBRANCA SO E MOSTRADO - NAO ENTRA NO ACORDO.
       CARREGA-VENCIDOS SECTION.
           MOVE ZEROS TO QT-TIT-W.
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
                   IF SITUACAO-CR100 = ZEROS
                      AND CLASSIF-CLI-CR100 = CLASSIF-CLI-W
                      AND COD-CLIENTE-CR100 = COD-CLIENTE-W
                      AND DATA-VENCTO-CR100 < DATA-HOJE-W
                      AND QT-TIT-W < 100
                      PERFORM VERIFICA-OUTRO-CANAL
                      IF OUTRO-CANAL-W = ZEROS
                         ADD 1 TO QT-TIT-W
                         MOVE SEQ-CR100    TO TIT-SEQ-W(QT-TIT-W)
                         MOVE DATA-VENCTO-CR100
                                           TO TIT-VENCTO-W(QT-TIT-W)
                         MOVE VALOR-TOT-CR100
                                           TO TIT-VALOR-W(QT-TIT-W)
                         MOVE "S"          TO TIT-MARCA-W(QT-TIT-W)
                         DISPLAY "SEQ " SEQ-CR100
                                 " VENCTO " DATA-VENCTO-CR100
                                 " VALOR " VALOR-TOT-CR100
                                 " " DESCRICAO-CR100
                      ELSE
                         PERFORM MOSTRA-OUTRO-CANAL
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD100.

      *    REG-CRD100 JA LIDO: O TITULO AINDA PODE SER PAGO POR BOLETO
      *    NAO LIQUIDADO, POR COBRANCA DE CARTAO PENDENTE OU POR
      *    CHEQUE EM CUSTODIA/DEPOSITADO?
       VERIFICA-OUTRO-CANAL SECTION.
           MOVE ZEROS TO OUTRO-CANAL-W.
           IF TEM-CRD141-W = 1
              MOVE CONTRATO-CR100 TO CONTRATO-CR141
              MOVE SEQ-CR100      TO SEQ-CR141
              READ CRD141 INVALID KEY
                   MOVE 9 TO SITUACAO-CR141
              END-READ
              IF SITUACAO-CR141 < 2
                 MOVE 1 TO OUTRO-CANAL-W
                 GO VERIFICA-OUTRO-CANAL-FIM
              END-IF
           END-IF.
           IF TEM-CRD120-W = 1
              MOVE CONTRATO-CR100 TO CONTRATO-CR120
              MOVE SEQ-CR100      TO SEQ-CR120
              READ CRD120 INVALID KEY
                   MOVE 2 TO STATUS-RETORNO-CR120
              END-READ
              IF STATUS-RETORNO-CR120 = ZEROS
                 MOVE 2 TO OUTRO-CANAL-W
                 GO VERIFICA-OUTRO-CANAL-FIM
              END-IF
           END-IF.
           IF TEM-CRD180-W = 1
              MOVE CONTRATO-CR100 TO CONTRATO-CR180
              MOVE SEQ-CR100      TO SEQ-CR180
              START CRD180 KEY IS = TITULO-CR180 INVALID KEY
                    MOVE "10" TO ST-CRD180
              END-START
              PERFORM UNTIL ST-CRD180 = "10"
                 READ CRD180 NEXT RECORD AT END MOVE "10" TO ST-CRD180
                 NOT AT END
                   IF CONTRATO-CR180 <> CONTRATO-CR100
                      OR SEQ-CR180 <> SEQ-CR100
                      MOVE "10" TO ST-CRD180
                   ELSE
                      IF SITUACAO-CR180 < 2
                         MOVE 3    TO OUTRO-CANAL-W
                         MOVE "10" TO ST-CRD180
                      END-IF
                   END-IF
                 END-READ
              END-PERFORM
              MOVE ZEROS TO ST-CRD180
           END-IF.
       VERIFICA-OUTRO-CANAL-FIM.
           EXIT.

       MOSTRA-OUTRO-CANAL SECTION.
           EVALUATE OUTRO-CANAL-W
              WHEN 1
                 DISPLAY "SEQ " SEQ-CR100 " VENCTO " DATA-VENCTO-CR100
                         " COM BOLETO NAO LIQUIDADO (CRP104) - FORA "
                         "DO ACORDO"
              WHEN 2
                 DISPLAY "SEQ " SEQ-CR100 " VENCTO " DATA-VENCTO-CR100
                         " NA COBRANCA DE CARTAO (CRP023) - FORA "
                         "DO ACORDO"
              WHEN 3
                 DISPLAY "SEQ " SEQ-CR100 " VENCTO " DATA-VENCTO-CR100
                         " COM CHEQUE PRE-DATADO (CRP111) - FORA "
                         "DO ACORDO"
           END-EVALUATE.

      *    TODOS OS VENCIDOS ENTRAM, SALVO SE O OPERADOR PREFERIR
      *    ESCOLHER UM A UM.
       SELECIONA-TITULOS SECTION.
           DISPLAY "Incluir todos os " QT-TIT-W
                   " titulos vencidos (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              PERFORM VARYING IND-T FROM 1 BY 1 UNTIL IND-T > QT-TIT-W
                 DISPLAY "Incluir SEQ " TIT-SEQ-W(IND-T)
                         " VENCTO " TIT-VENCTO-W(IND-T)
                         " VALOR " TIT-VALOR-W(IND-T) " (S/N)? "
                 ACCEPT CONFIRMA-W FROM CONSOLE
                 IF CONFIRMA-W = "S" OR CONFIRMA-W = "s"
                    MOVE "S" TO TIT-MARCA-W(IND-T)
                 ELSE
                    MOVE "N" TO TIT-MARCA-W(IND-T)
                 END-IF
              END-PERFORM
           END-IF.
           MOVE ZEROS TO QT-MARCADOS-W VALOR-ORIGINAL-W.
           PERFORM VARYING IND-T FROM 1 BY 1 UNTIL IND-T > QT-TIT-W
              IF TIT-MARCA-W(IND-T) = "S"
                 ADD 1 TO QT-MARCADOS-W
                 ADD TIT-VALOR-W(IND-T) TO VALOR-ORIGINAL-W
              END-IF
           END-PERFORM.

      *    O PROXIMO NUMERO DE ACORDO E O ULTIMO EXISTENTE + 1.
       ACHA-PROXIMO-ACORDO SECTION.
           MOVE ZEROS TO NR-ACORDO-W.
           MOVE ZEROS TO NR-ACORDO-CR130.
           START CRD130 KEY IS NOT < NR-ACORDO-CR130 INVALID KEY
                 MOVE "10" TO ST-CRD130.
           PERFORM UNTIL ST-CRD130 = "10"
              READ CRD130 NEXT RECORD AT END MOVE "10" TO ST-CRD130
              NOT AT END
                MOVE NR-ACORDO-CR130 TO NR-ACORDO-W
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD130.
           ADD 1 TO NR-ACORDO-W.

      *    MESMA REGRA DO CRP100: PROXIMA SEQUENCIA LIVRE DO CONTRATO,
      *    DIFERENCA DE ARREDONDAMENTO NA ULTIMA PARCELA.
       ACHA-PROXIMA-SEQUENCIA SECTION.
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

       GERA-PARCELAS-ACORDO SECTION.
           PERFORM ACHA-PROXIMA-SEQUENCIA.
           MOVE SPACES TO NR-DOCTO-W.
           STRING "AC" NR-ACORDO-W DELIMITED BY SIZE INTO NR-DOCTO-W.
           COMPUTE VALOR-PARCELA-W = VALOR-ACORDO-W / QT-PARCELAS-W.
           MOVE ZEROS TO VALOR-ACUMULADO-W SEQ-INICIAL-W.
           MOVE VENCTO-1-W TO VENCTO-PARCELA-W.
           PERFORM VARYING IND-P FROM 1 BY 1
                     UNTIL IND-P > QT-PARCELAS-W
              IF IND-P = QT-PARCELAS-W
                 COMPUTE VALOR-PARCELA-W = VALOR-ACORDO-W
                       - VALOR-ACUMULADO-W
              END-IF
              ADD VALOR-PARCELA-W TO VALOR-ACUMULADO-W
              PERFORM GRAVA-PARCELA
              IF IND-P = 1
                 MOVE SEQ-CR100 TO SEQ-INICIAL-W
              END-IF
              MOVE VENCTO-PARCELA-W TO GRTIME-DATE
              MOVE PERIODICIDADE-W  TO GRTIME-DAYS
              MOVE "SOMA"           TO GRTIME-FUNCTION
              MOVE "DIAS"           TO GRTIME-TYPE
              CALL "GRTIME" USING PARAMETROS-GRTIME
              MOVE GRTIME-DATE-FINAL TO VENCTO-PARCELA-W
           END-PERFORM.

       GRAVA-PARCELA SECTION.
           INITIALIZE REG-CRD100.
           MOVE CONTRATO-W       TO CONTRATO-CR100.
           MOVE PROX-SEQ-W       TO SEQ-CR100.
           MOVE CLASSIF-CLI-W    TO CLASSIF-CLI-CR100.
           MOVE COD-CLIENTE-W    TO COD-CLIENTE-CR100.
           MOVE NR-DOCTO-W       TO NR-DOCTO-CR100.
           MOVE USUARIO-W        TO RESPONSAVEL-CR100.
           MOVE SPACES           TO DESCRICAO-CR100.
           STRING "ACORDO " NR-ACORDO-W " PARC " IND-P "/"
                  QT-PARCELAS-W
                  DELIMITED BY SIZE INTO DESCRICAO-CR100.
           MOVE VENCTO-PARCELA-W TO DATA-VENCTO-CR100.
           MOVE VALOR-PARCELA-W  TO VALOR-TOT-CR100.
           MOVE ZEROS            TO SITUACAO-CR100.
           MOVE ZEROS TO ST-CRD100.
           PERFORM UNTIL ST-CRD100 = "10"
             WRITE REG-CRD100 INVALID KEY
                 ADD 1 TO SEQ-CR100
               NOT INVALID KEY
                 MOVE "10" TO ST-CRD100.
           MOVE ZEROS TO ST-CRD100.
           MOVE SEQ-CR100 TO PROX-SEQ-W.
           ADD 1 TO PROX-SEQ-W.

       MARCA-ORIGINAIS SECTION.
           PERFORM VARYING IND-T FROM 1 BY 1 UNTIL IND-T > QT-TIT-W
              IF TIT-MARCA-W(IND-T) = "S"
                 MOVE CONTRATO-W       TO CONTRATO-CR100
                 MOVE TIT-SEQ-W(IND-T) TO SEQ-CR100
                 READ CRD100 INVALID KEY
                      DISPLAY "TITULO " SEQ-CR100 " NAO ENCONTRADO"
                 NOT INVALID KEY
                      INITIALIZE REG-CRD131
                      MOVE CONTRATO-CR100 TO CONTRATO-CR131
                      MOVE SEQ-CR100      TO SEQ-CR131
                      MOVE NR-ACORDO-W    TO NR-ACORDO-CR131
                      MOVE SITUACAO-CR100 TO SITUACAO-ANTERIOR-CR131
                      MOVE VALOR-TOT-CR100 TO VALOR-ORIGINAL-CR131
                      WRITE REG-CRD131 INVALID KEY
                            REWRITE REG-CRD131 INVALID KEY CONTINUE
                            END-REWRITE
                      END-WRITE
                      MOVE 3 TO SITUACAO-CR100
                      REWRITE REG-CRD100 INVALID KEY
                           DISPLAY "ERRO REGRAVACAO CRD100: "
                                   ST-CRD100
                      END-REWRITE
                 END-READ
              END-IF
           END-PERFORM.

       GRAVA-ACORDO SECTION.
           INITIALIZE REG-CRD130.
           MOVE NR-ACORDO-W      TO NR-ACORDO-CR130.
           MOVE CONTRATO-W       TO CONTRATO-CR130.
           MOVE CLASSIF-CLI-W    TO CLASSIF-CLI-CR130.
           MOVE COD-CLIENTE-W    TO COD-CLIENTE-CR130.
           MOVE DATA-HOJE-W      TO DATA-ACORDO-CR130.
           MOVE COD-USUARIO-W    TO OPERADOR-CR130.
           MOVE QT-MARCADOS-W    TO QT-ORIGINAIS-CR130.
           MOVE VALOR-ORIGINAL-W TO VALOR-ORIGINAL-CR130.
           MOVE TIPO-AJUSTE-W    TO TIPO-AJUSTE-CR130.
           MOVE VALOR-AJUSTE-W   TO VALOR-AJUSTE-CR130.
           MOVE VALOR-ACORDO-W   TO VALOR-ACORDO-CR130.
           MOVE QT-PARCELAS-W    TO QT-PARCELAS-CR130.
           MOVE SEQ-INICIAL-W    TO SEQ-INICIAL-CR130.
           COMPUTE SEQ-FINAL-CR130 = PROX-SEQ-W - 1.
           MOVE ZEROS            TO SITUACAO-CR130.
           WRITE REG-CRD130 INVALID KEY
                DISPLAY "ERRO GRAVACAO CRD130: " ST-CRD130
           END-WRITE.

      *----------------------------------------------------------------
      *    TERMO DE ACORDO (REG-CRD130 CARREGADO)
      *----------------------------------------------------------------
       REIMPRIME-TERMO SECTION.
           DISPLAY "Numero do acordo: ".
           ACCEPT NR-ACORDO-W FROM CONSOLE.
           MOVE NR-ACORDO-W TO NR-ACORDO-CR130.
           READ CRD130 INVALID KEY
                DISPLAY "ACORDO NAO ENCONTRADO"
                GO REIMPRIME-TERMO-FIM
           END-READ.
           PERFORM IMPRIME-TERMO.
           DISPLAY "TERMO IMPRESSO.".
       REIMPRIME-TERMO-FIM.
           EXIT.

       IMPRIME-TERMO SECTION.
           MOVE CONTRATO-CR130    TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY MOVE SPACES TO IDENTIFICACAO-CO40
           END-READ.
           MOVE CLASSIF-CLI-CR130 TO CLASSIF-CG10 CLASSIF-CG11.
           MOVE COD-CLIENTE-CR130 TO CODIGO-CG10 CODIGO-CG11.
           READ CGD010 INVALID KEY MOVE SPACES TO NOME-CG10
           END-READ.
           READ CGD011 INVALID KEY INITIALIZE REG-CGD011
           END-READ.
           OPEN OUTPUT RELAT.
           MOVE NR-ACORDO-CR130   TO NR-ACORDO-TER.
           MOVE DATA-ACORDO-CR130 TO DATA-AAAAMMDD-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-N   TO DATA-ACORDO-TER.
           MOVE NOME-CG10         TO NOME-TER.
           MOVE CPF1-CG11         TO CPF-TER.
           MOVE ENDERECO1-CG11    TO ENDERECO-TER.
           MOVE CEP1-CG11         TO CEP-TER.
           MOVE CONTRATO-CR130    TO CONTRATO-TER.
           MOVE IDENTIFICACAO-CO40 TO IDENTIF-TER.
           WRITE REG-RELAT FROM TER01.
           WRITE REG-RELAT FROM TER02 AFTER 2.
           WRITE REG-RELAT FROM TER03.
           WRITE REG-RELAT FROM TER04 AFTER 2.
           WRITE REG-RELAT FROM TER05.
           WRITE REG-RELAT FROM TER06.
           WRITE REG-RELAT FROM TER07 AFTER 2.
           WRITE REG-RELAT FROM TER08.
           MOVE NR-ACORDO-CR130 TO NR-ACORDO-CR131.
           START CRD131 KEY IS NOT < NR-ACORDO-CR131 INVALID KEY
                 MOVE "10" TO ST-CRD131.
           PERFORM UNTIL ST-CRD131 = "10"
              READ CRD131 NEXT RECORD AT END MOVE "10" TO ST-CRD131
              NOT AT END
                IF NR-ACORDO-CR131 <> NR-ACORDO-CR130
                   MOVE "10" TO ST-CRD131
                ELSE
                   MOVE CONTRATO-CR131 TO CONTRATO-CR100
                   MOVE SEQ-CR131      TO SEQ-CR100
                   PERFORM IMPRIME-TITULO-TERMO
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD131.
           MOVE "TOTAL DO DEBITO.....: " TO TEXTO-TOT-TER.
           MOVE VALOR-ORIGINAL-CR130     TO VALOR-TOT-TER.
           WRITE REG-RELAT FROM TERTOT AFTER 2.
           IF TIPO-AJUSTE-CR130 = "D"
              MOVE "DESCONTO CONCEDIDO..: " TO TEXTO-TOT-TER
              MOVE VALOR-AJUSTE-CR130       TO VALOR-TOT-TER
              WRITE REG-RELAT FROM TERTOT
           END-IF.
           IF TIPO-AJUSTE-CR130 = "A"
              MOVE "ACRESCIMO...........: " TO TEXTO-TOT-TER
              MOVE VALOR-AJUSTE-CR130       TO VALOR-TOT-TER
              WRITE REG-RELAT FROM TERTOT
           END-IF.
           MOVE "VALOR DO ACORDO.....: " TO TEXTO-TOT-TER.
           MOVE VALOR-ACORDO-CR130       TO VALOR-TOT-TER.
           WRITE REG-RELAT FROM TERTOT.
           WRITE REG-RELAT FROM TER09 AFTER 2.
           WRITE REG-RELAT FROM TER08.
           MOVE CONTRATO-CR130    TO CONTRATO-CR100.
           MOVE SEQ-INICIAL-CR130 TO SEQ-CR100.
           PERFORM UNTIL SEQ-CR100 > SEQ-FINAL-CR130
              PERFORM IMPRIME-TITULO-TERMO
              ADD 1 TO SEQ-CR100
           END-PERFORM.
           MOVE SPACES TO TEXTO-TER.
           STRING "O DEVEDOR RECONHECE O DEBITO ACIMA E SE COMPROMETE "
                  "A PAGA-LO NAS PARCELAS E VENCIMENTOS DESTE TERMO."
                  DELIMITED BY SIZE INTO TEXTO-TER.
           WRITE REG-RELAT FROM TERTXT AFTER 3.
           MOVE SPACES TO TEXTO-TER.
           STRING "O NAO PAGAMENTO DE QUALQUER PARCELA ROMPE O ACORDO "
                  "E RESTABELECE OS TITULOS ORIGINAIS, SUJEITOS A "
                  "PROTESTO."
                  DELIMITED BY SIZE INTO TEXTO-TER.
           WRITE REG-RELAT FROM TERTXT.
           MOVE SPACES TO TEXTO-TER.
           MOVE ALL "_" TO TEXTO-TER(1: 40).
           MOVE ALL "_" TO TEXTO-TER(51: 40).
           WRITE REG-RELAT FROM TERTXT AFTER 5.
           MOVE SPACES TO TEXTO-TER.
           MOVE NOME-CG10        TO TEXTO-TER(1: 40).
           MOVE NOME-EMPRESA-W   TO TEXTO-TER(51: 40).
           WRITE REG-RELAT FROM TERTXT.
           CLOSE RELAT.

       IMPRIME-TITULO-TERMO SECTION.
           READ CRD100 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE SEQ-CR100         TO SEQ-TER
                MOVE DATA-VENCTO-CR100 TO DATA-AAAAMMDD-W
                PERFORM CONVERTE-DATA
                MOVE DATA-DDMMAAAA-N   TO VENCTO-TER
                MOVE VALOR-TOT-CR100   TO VALOR-TER
                MOVE DESCRICAO-CR100   TO DESCRICAO-TER
                WRITE REG-RELAT FROM TERDET
           END-READ.

       CONVERTE-DATA SECTION.
           MOVE DATA-AAAAMMDD-W(7: 2) TO DIA-DDMMAAAA-W.
           MOVE DATA-AAAAMMDD-W(5: 2) TO MES-DDMMAAAA-W.
           MOVE DATA-AAAAMMDD-W(1: 4) TO ANO-DDMMAAAA-W.

      *----------------------------------------------------------------
      *    ACORDOS ROMPIDOS: ATIVO COM PARCELA NOVA EM ABERTO VENCIDA
      *    HA MAIS DIAS QUE O INFORMADO.
      *----------------------------------------------------------------
       LISTA-ROMPIDOS SECTION.
           DISPLAY "Dias de atraso da parcela do acordo: ".
           ACCEPT DIAS-ATRASO-W FROM CONSOLE.
           MOVE DATA-HOJE-W    TO GRTIME-DATE.
           MOVE DIAS-ATRASO-W  TO GRTIME-DAYS.
           MOVE "SUBT"         TO GRTIME-FUNCTION.
           MOVE "DIAS"         TO GRTIME-TYPE.
           CALL "GRTIME" USING PARAMETROS-GRTIME.
           MOVE GRTIME-DATE-FINAL TO DATA-CORTE-W.
           MOVE DIAS-ATRASO-W  TO DIAS-REL.
           MOVE ZEROS TO PAGE-COUNT QT-ROMPIDOS-W.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           MOVE ZEROS TO NR-ACORDO-CR130.
           START CRD130 KEY IS NOT < NR-ACORDO-CR130 INVALID KEY
                 MOVE "10" TO ST-CRD130.
           PERFORM UNTIL ST-CRD130 = "10"
              READ CRD130 NEXT RECORD AT END MOVE "10" TO ST-CRD130
              NOT AT END
                IF SITUACAO-CR130 = ZEROS
                   PERFORM VERIFICA-ACORDO
                   IF QT-VENCIDAS-W > ZEROS
                      PERFORM IMPRIME-ROMPIDO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD130.
           MOVE QT-ROMPIDOS-W TO QT-ROMPIDOS-REL.
           WRITE REG-RELAT FROM LINTOT1 AFTER 2.
           CLOSE RELAT.
           DISPLAY "ACORDOS ROMPIDOS: " QT-ROMPIDOS-W.

      *    PARCELAS NOVAS DO ACORDO EM ABERTO VENCIDAS ANTES DO CORTE.
       VERIFICA-ACORDO SECTION.
           MOVE ZEROS TO QT-VENCIDAS-W VALOR-VENCIDO-W VENCTO-ANTIGO-W.
           MOVE CONTRATO-CR130    TO CONTRATO-CR100.
           MOVE SEQ-INICIAL-CR130 TO SEQ-CR100.
           PERFORM UNTIL SEQ-CR100 > SEQ-FINAL-CR130
              READ CRD100 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF SITUACAO-CR100 = ZEROS
                      AND DATA-VENCTO-CR100 < DATA-CORTE-W
                      ADD 1 TO QT-VENCIDAS-W
                      ADD VALOR-TOT-CR100 TO VALOR-VENCIDO-W
                      IF VENCTO-ANTIGO-W = ZEROS
                         MOVE DATA-VENCTO-CR100 TO VENCTO-ANTIGO-W
                      END-IF
                   END-IF
              END-READ
              ADD 1 TO SEQ-CR100
           END-PERFORM.

       IMPRIME-ROMPIDO SECTION.
           MOVE CLASSIF-CLI-CR130 TO CLASSIF-CG10.
           MOVE COD-CLIENTE-CR130 TO CODIGO-CG10.
           READ CGD010 INVALID KEY MOVE SPACES TO NOME-CG10
           END-READ.
           MOVE SPACES              TO LINDET-REL.
           MOVE NR-ACORDO-CR130     TO LINDET-REL(1: 6).
           MOVE CONTRATO-CR130      TO LINDET-REL(8: 6).
           MOVE CLASSIF-CLI-CR130   TO LINDET-REL(15: 1).
           MOVE COD-CLIENTE-CR130   TO LINDET-REL(17: 8).
           MOVE NOME-CG10(1: 20)    TO LINDET-REL(26: 20).
           MOVE DATA-ACORDO-CR130   TO LINDET-REL(47: 8).
           MOVE VENCTO-ANTIGO-W     TO LINDET-REL(57: 8).
           MOVE QT-VENCIDAS-W       TO LINDET-REL(67: 2).
           MOVE VALOR-VENCIDO-W     TO VALOR-TER.
           MOVE VALOR-TER           TO LINDET-REL(70: 13).
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN QT-ROMPIDOS-W.
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

      *----------------------------------------------------------------
      *    REATIVACAO DOS ORIGINAIS DE UM ACORDO ROMPIDO
      *----------------------------------------------------------------
       REATIVA-ORIGINAIS SECTION.
           DISPLAY "Numero do acordo rompido: ".
           ACCEPT NR-ACORDO-W FROM CONSOLE.
           MOVE NR-ACORDO-W TO NR-ACORDO-CR130.
           READ CRD130 INVALID KEY
                DISPLAY "ACORDO NAO ENCONTRADO"
                GO REATIVA-ORIGINAIS-FIM
           END-READ.
           IF SITUACAO-CR130 <> ZEROS
              DISPLAY "ACORDO JA ROMPIDO EM " DATA-ROMPIMENTO-CR130
              GO REATIVA-ORIGINAIS-FIM
           END-IF.
           MOVE DATA-HOJE-W TO DATA-CORTE-W.
           PERFORM VERIFICA-ACORDO.
           DISPLAY "ACORDO " NR-ACORDO-CR130 " CONTRATO "
                   CONTRATO-CR130 " CLIENTE " COD-CLIENTE-CR130
                   " - PARCELAS VENCIDAS EM ABERTO: " QT-VENCIDAS-W.
           IF QT-VENCIDAS-W = ZEROS
              DISPLAY "ACORDO SEM PARCELA VENCIDA - NADA A REATIVAR"
              GO REATIVA-ORIGINAIS-FIM
           END-IF.
           DISPLAY "Confirma o rompimento e a reativacao (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO REATIVA-ORIGINAIS-FIM
           END-IF.
           MOVE ZEROS TO QT-REATIVADOS-W QT-CANCELADAS-W QT-PAGAS-W.
           MOVE NR-ACORDO-CR130 TO NR-ACORDO-CR131.
           START CRD131 KEY IS NOT < NR-ACORDO-CR131 INVALID KEY
                 MOVE "10" TO ST-CRD131.
           PERFORM UNTIL ST-CRD131 = "10"
              READ CRD131 NEXT RECORD AT END MOVE "10" TO ST-CRD131
              NOT AT END
                IF NR-ACORDO-CR131 <> NR-ACORDO-CR130
                   MOVE "10" TO ST-CRD131
                ELSE
                   PERFORM REATIVA-TITULO
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD131.
           MOVE CONTRATO-CR130    TO CONTRATO-CR100.
           MOVE SEQ-INICIAL-CR130 TO SEQ-CR100.
           PERFORM UNTIL SEQ-CR100 > SEQ-FINAL-CR130
              PERFORM CANCELA-PARCELA-ACORDO
              ADD 1 TO SEQ-CR100
           END-PERFORM.
           MOVE 1           TO SITUACAO-CR130.
           MOVE DATA-HOJE-W TO DATA-ROMPIMENTO-CR130.
           REWRITE REG-CRD130 INVALID KEY
                DISPLAY "ERRO REGRAVACAO CRD130: " ST-CRD130
           END-REWRITE.
           DISPLAY "ORIGINAIS REATIVADOS: " QT-REATIVADOS-W
                   "  PARCELAS CANCELADAS: " QT-CANCELADAS-W.
           IF QT-PAGAS-W > ZEROS
              DISPLAY "ATENCAO: " QT-PAGAS-W " PARCELA(S) DO ACORDO "
                      "JA PAGA(S) - ABATER NA COBRANCA DOS ORIGINAIS"
           END-IF.
       REATIVA-ORIGINAIS-FIM.
           EXIT.

       REATIVA-TITULO SECTION.
           MOVE CONTRATO-CR131 TO CONTRATO-CR100.
           MOVE SEQ-CR131      TO SEQ-CR100.
           READ CRD100 INVALID KEY
                GO REATIVA-TITULO-FIM
           END-READ.
           IF SITUACAO-CR100 = 3
              MOVE SITUACAO-ANTERIOR-CR131 TO SITUACAO-CR100
              REWRITE REG-CRD100 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CRD100: " ST-CRD100
                   GO REATIVA-TITULO-FIM
              END-REWRITE
              ADD 1 TO QT-REATIVADOS-W
           END-IF.
           MOVE DATA-HOJE-W TO DATA-REATIVACAO-CR131.
           REWRITE REG-CRD131 INVALID KEY CONTINUE END-REWRITE.
       REATIVA-TITULO-FIM.
           EXIT.

       CANCELA-PARCELA-ACORDO SECTION.
           READ CRD100 INVALID KEY
                GO CANCELA-PARCELA-ACORDO-FIM
           END-READ.
           EVALUATE SITUACAO-CR100
              WHEN 0
              WHEN 1
                 MOVE 4 TO SITUACAO-CR100
                 REWRITE REG-CRD100 INVALID KEY CONTINUE
                 END-REWRITE
                 ADD 1 TO QT-CANCELADAS-W
              WHEN 2
                 ADD 1 TO QT-PAGAS-W
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       CANCELA-PARCELA-ACORDO-FIM.
           EXIT.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE COD040 CGD010 CGD011 CRD100 CRD130 CRD131.
           IF TEM-CRD120-W = 1
              CLOSE CRD120
           END-IF.
           IF TEM-CRD141-W = 1
              CLOSE CRD141
           END-IF.
           IF TEM-CRD180-W = 1
              CLOSE CRD180
           END-IF.
           EXIT PROGRAM.
