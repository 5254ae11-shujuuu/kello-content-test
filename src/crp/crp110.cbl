       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP110.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Desistência de formando (CRD171) - acaba o cancelamento
      *das parcelas à mão e a conta da multa ou do reembolso feita
      *fora do sistema. Opções:
      *  PARAMETROS : regra padrão (multa sobre o saldo a vencer,
      *               reembolso do valor recebido ou nenhum) e
      *               percentual para contrato sem regra própria no
      *               COD041, prazo do vencimento e o fornecedor de
      *               devolução a formandos do CPD020 (CRD170);
      *  DESISTENCIA: contrato + cliente - mostra o faturado e o
      *               recebido (CRD100/CRD110), aplica a regra do
      *               contrato, passa as parcelas em aberto para
      *               5-DESISTÊNCIA (não é baixa) - menos as que
      *               ainda estão em outro canal (boleto não
      *               liquidado CRD141, cartão pendente CRD120 ou
      *               cheque em custódia/depositado CRD180), que
      *               ficam em aberto para a baixa por esse canal -,
      *               gera a multa em
      *               CRD100 ou o reembolso em CPD020 (previsto, com
      *               o controle de criação CPD044 - a aprovação no
      *               CPP060 é de outro usuário), registra a
      *               desistência em CRD171 - o que tira o cliente da
      *               mala-direta (CGP013) e das notificações
      *               (CGP027) - e imprime o termo de desistência;
      *  TERMO .....: reimprime o termo de uma desistência.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COPX040.
           COPY COPX041.
           COPY CGPX001.
           COPY CGPX010.
           COPY CGPX011.
           COPY CRPX100.
           COPY CRPX110.
           COPY CRPX120.
           COPY CRPX141.
           COPY CRPX170.
           COPY CRPX171.
           COPY CRPX180.
           COPY CPPX020.
           COPY CPPX044.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY COPW040.
       COPY COPW041.
       COPY CGPW001.
       COPY CGPW010.
       COPY CGPW011.
       COPY CRPW100.
       COPY CRPW110.
       COPY CRPW120.
       COPY CRPW141.
       COPY CRPW170.
       COPY CRPW171.
       COPY CRPW180.
       COPY CPPW020.
       COPY CPPW044.
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
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-CRD100             PIC XX       VALUE SPACES.
           05  ST-CRD110             PIC XX       VALUE SPACES.
           05  ST-CRD170             PIC XX       VALUE SPACES.
           05  ST-CRD171             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD044             PIC XX       VALUE SPACES.
           05  ST-CRD120             PIC XX       VALUE SPACES.
           05  ST-CRD141             PIC XX       VALUE SPACES.
           05  ST-CRD180             PIC XX       VALUE SPACES.
      *    ARQUIVOS OPCIONAIS: O STATUS MUDA NA LEITURA SEM REGISTRO,
      *    POR ISSO A ABERTURA FICA MARCADA (PADRAO DO CPP055).
           05  COD041-EXISTE-W       PIC 9        VALUE ZEROS.
           05  CGD001-EXISTE-W       PIC 9        VALUE ZEROS.
           05  CGD011-EXISTE-W       PIC 9        VALUE ZEROS.
           05  CRD110-EXISTE-W       PIC 9        VALUE ZEROS.
           05  CRD120-EXISTE-W       PIC 9        VALUE ZEROS.
           05  CRD141-EXISTE-W       PIC 9        VALUE ZEROS.
           05  CRD180-EXISTE-W       PIC 9        VALUE ZEROS.
      *    CANAL QUE AINDA PODE RECEBER O TITULO: 0-NENHUM 1-BOLETO
      *    2-CARTAO 3-CHEQUE
           05  OUTRO-CANAL-W         PIC 9        VALUE ZEROS.
           05  QT-OUTRO-CANAL-W      PIC 9(3)     VALUE ZEROS.
           05  PATH-CGD010           PIC X(30)    VALUE SPACES.
           05  PATH-CGD011           PIC X(30)    VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(6)     VALUE ZEROS.
           05  CLASSIF-CLI-W         PIC 9        VALUE ZEROS.
           05  COD-CLIENTE-W         PIC 9(8)     VALUE ZEROS.
           05  REGRA-W               PIC 9        VALUE ZEROS.
           05  PERC-W                PIC 9(3)V99  VALUE ZEROS.
           05  VALOR-FATURADO-W      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-RECEBIDO-W      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-CANCELAR-W      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-REGRA-W         PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-E-W             PIC ZZ.ZZZ.ZZ9,99.
           05  VENCTO-W              PIC 9(8)     VALUE ZEROS.
           05  MOTIVO-W              PIC X(40)    VALUE SPACES.
           05  PROX-SEQ-W            PIC 9(5)     VALUE ZEROS.
           05  NR-DOCTO-W            PIC X(10)    VALUE SPACES.
           05  SITUACAO-TIT-W        PIC X(12)    VALUE SPACES.
      *    PARCELAS EM ABERTO (0/1) DO CLIENTE NO CONTRATO A CANCELAR
           05  QT-TIT-W              PIC 9(3)     VALUE ZEROS.
           05  IND-T                 PIC 9(3)     VALUE ZEROS.
           05  TAB-TITULOS.
               10  TIT-SEQ-W OCCURS 200 TIMES PIC 9(5).
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

      *    TERMO DE DESISTENCIA
       01  TER01.
           05  EMPRESA-TER         PIC X(80)   VALUE SPACES.
       01  TER02.
           05  FILLER              PIC X(49)   VALUE
               "TERMO DE DESISTENCIA DE CONTRATO DE FORMATURA".
           05  FILLER              PIC X(8)    VALUE "DATA: ".
           05  DATA-DESIST-TER     PIC 99/99/9999.
       01  TER03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  TER04.
           05  FILLER              PIC X(14)   VALUE "FORMANDO....: ".
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
           05  FILLER              PIC X       VALUE SPACES.
           05  INSTITUICAO-TER     PIC X(40).
       01  TER07.
           05  FILLER              PIC X(14)   VALUE "MOTIVO......: ".
           05  MOTIVO-TER          PIC X(40).
       01  TER08.
           05  FILLER              PIC X(60)   VALUE
               "TITULOS DO FORMANDO NO CONTRATO:".
       01  TER09.
           05  FILLER              PIC X(70)   VALUE
               "  SEQ    VENCIMENTO            VALOR  SITUACAO      DESC
      -        "RICAO".
       01  TERDET.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SEQ-TER             PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VENCTO-TER          PIC 99/99/9999.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VALOR-TER           PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SITUACAO-TER        PIC X(12).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DESCRICAO-TER       PIC X(30).
       01  TERTOT.
           05  TEXTO-TOT-TER       PIC X(30).
           05  VALOR-TOT-TER       PIC ZZ.ZZZ.ZZ9,99.
       01  TERTXT.
           05  TEXTO-TER           PIC X(100).

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
           MOVE NOME-EMPRESA-W     TO EMPRESA-TER
           MOVE "COD040" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040.
           MOVE "COD041" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CRD100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD100.
           MOVE "CRD110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD110.
           MOVE "CRD170" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD170.
           MOVE "CRD171" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD171.
           MOVE "CRD120" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD120.
           MOVE "CRD141" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD141.
           MOVE "CRD180" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD180.
           MOVE "CPD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "CPD044" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD044.
           OPEN INPUT COD040 COD041 CGD001 CGD010 CGD011 CRD110.
           IF ST-COD041 = "00" MOVE 1 TO COD041-EXISTE-W END-IF.
           IF ST-CGD001 = "00" MOVE 1 TO CGD001-EXISTE-W END-IF.
           IF ST-CGD011 = "00" MOVE 1 TO CGD011-EXISTE-W END-IF.
           IF ST-CRD110 = "00" MOVE 1 TO CRD110-EXISTE-W END-IF.
           OPEN INPUT CRD120 CRD141 CRD180.
           IF ST-CRD120 = "00" MOVE 1 TO CRD120-EXISTE-W END-IF.
           IF ST-CRD141 = "00" MOVE 1 TO CRD141-EXISTE-W END-IF.
           IF ST-CRD180 = "00" MOVE 1 TO CRD180-EXISTE-W END-IF.
           OPEN I-O CRD100 CPD020.
           OPEN I-O CPD044.
           IF ST-CPD044 = "35"
              OPEN OUTPUT CPD044
              CLOSE       CPD044
              OPEN I-O    CPD044
           END-IF.
           OPEN I-O CRD170.
           IF ST-CRD170 = "35"
              OPEN OUTPUT CRD170
              CLOSE       CRD170
              OPEN I-O    CRD170
           END-IF.
           OPEN I-O CRD171.
           IF ST-CRD171 = "35"
              OPEN OUTPUT CRD171
              CLOSE       CRD171
              OPEN I-O    CRD171
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
           IF ST-CPD020 <> "00"
              DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
              MOVE 1 TO ERRO-W.
           IF ST-CPD044 <> "00"
              DISPLAY "ERRO ABERTURA CPD044: " ST-CPD044
              MOVE 1 TO ERRO-W.
           IF ST-CRD170 <> "00"
              DISPLAY "ERRO ABERTURA CRD170: " ST-CRD170
              MOVE 1 TO ERRO-W.
           IF ST-CRD171 <> "00"
              DISPLAY "ERRO ABERTURA CRD171: " ST-CRD171
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "CRP110" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA CRP110"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           IF ERRO-W = ZEROS
              PERFORM LE-PARAMETROS
           END-IF.

      *    REGISTRO UNICO DE PARAMETROS; NA PRIMEIRA VEZ E GRAVADO
      *    ZERADO E PRECISA SER PREENCHIDO NA OPCAO 1.
       LE-PARAMETROS SECTION.
           MOVE "1" TO CHAVE-CR170.
           READ CRD170 INVALID KEY
                INITIALIZE REG-CRD170
                MOVE "1" TO CHAVE-CR170
                WRITE REG-CRD170 INVALID KEY CONTINUE
                END-WRITE
           END-READ.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-PARAMETROS  2-DESISTENCIA  3-TERMO  "
                   "9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM ALTERA-PARAMETROS
              WHEN 2 PERFORM NOVA-DESISTENCIA
              WHEN 3 PERFORM REIMPRIME-TERMO
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    PARAMETROS DA DESISTENCIA (CRD170)
      *----------------------------------------------------------------
       ALTERA-PARAMETROS SECTION.
           PERFORM LE-PARAMETROS.
           DISPLAY "REGRA PADRAO " REGRA-PADRAO-CR170
                   " (1-MULTA 2-REEMBOLSO 3-NENHUM)  PERC "
                   PERC-PADRAO-CR170
                   "  PRAZO " DIAS-VENCTO-CR170 " DIAS".
           DISPLAY "FORNECEDOR DE REEMBOLSO " FORNEC-REEMB-CR170
                   "  TIPO " TIPO-FORN-CR170
                   "  PORTADOR " PORTADOR-CR170.
           DISPLAY "Alterar os parametros (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO ALTERA-PARAMETROS-FIM
           END-IF.
           DISPLAY "Regra padrao (1-multa sobre o saldo a vencer  "
                   "2-reembolso do recebido  3-nenhum): ".
           ACCEPT REGRA-PADRAO-CR170 FROM CONSOLE.
           IF REGRA-PADRAO-CR170 < 1 OR REGRA-PADRAO-CR170 > 3
              DISPLAY "REGRA INVALIDA - PARAMETROS NAO GRAVADOS"
              GO ALTERA-PARAMETROS-FIM
           END-IF.
           DISPLAY "Percentual da regra padrao (2 decimais): ".
           ACCEPT PERC-PADRAO-CR170 FROM CONSOLE.
           DISPLAY "Prazo em dias para o vencimento: ".
           ACCEPT DIAS-VENCTO-CR170 FROM CONSOLE.
           DISPLAY "Fornecedor de devolucao a formandos (CGD001): ".
           ACCEPT FORNEC-REEMB-CR170 FROM CONSOLE.
           IF FORNEC-REEMB-CR170 <> ZEROS AND CGD001-EXISTE-W = 1
              MOVE FORNEC-REEMB-CR170 TO CODIGO-CG01
              READ CGD001 INVALID KEY
                   DISPLAY "FORNECEDOR NAO CADASTRADO - PARAMETROS "
                           "NAO GRAVADOS"
                   GO ALTERA-PARAMETROS-FIM
              END-READ
              DISPLAY NOME-CG01
           END-IF.
           DISPLAY "Tipo de fornecedor do titulo de reembolso: ".
           ACCEPT TIPO-FORN-CR170 FROM CONSOLE.
           DISPLAY "Portador do titulo de reembolso: ".
           ACCEPT PORTADOR-CR170 FROM CONSOLE.
           MOVE COD-USUARIO-W TO DIGITADOR-CR170.
           REWRITE REG-CRD170 INVALID KEY
                DISPLAY "ERRO REGRAVACAO CRD170: " ST-CRD170
           END-REWRITE.
           DISPLAY "PARAMETROS GRAVADOS.".
       ALTERA-PARAMETROS-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    DESISTENCIA DE FORMANDO
      *----------------------------------------------------------------
       NOVA-DESISTENCIA SECTION.
           PERFORM LE-PARAMETROS.
           DISPLAY "Numero do contrato: ".
           ACCEPT CONTRATO-W FROM CONSOLE.
           MOVE CONTRATO-W TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                DISPLAY "CONTRATO NAO CADASTRADO EM COD040"
                GO NOVA-DESISTENCIA-FIM
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
                GO NOVA-DESISTENCIA-FIM
           END-READ.
           DISPLAY "CLIENTE: " NOME-CG10.
           MOVE CLASSIF-CLI-W  TO CLASSIF-CLI-CR171.
           MOVE COD-CLIENTE-W  TO COD-CLIENTE-CR171.
           MOVE CONTRATO-W     TO CONTRATO-CR171.
           READ CRD171 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                DISPLAY "DESISTENCIA JA REGISTRADA EM "
                        DATA-DESISTENCIA-CR171 " - USE A OPCAO 3"
                GO NOVA-DESISTENCIA-FIM
           END-READ.
           PERFORM CARREGA-TITULOS.
           PERFORM DEFINE-REGRA.
           IF REGRA-W = 2 AND FORNEC-REEMB-CR170 = ZEROS
              AND VALOR-REGRA-W > ZEROS
              DISPLAY "FORNECEDOR DE REEMBOLSO NAO INFORMADO NOS "
                      "PARAMETROS (OPCAO 1)"
              GO NOVA-DESISTENCIA-FIM
           END-IF.
           MOVE VALOR-FATURADO-W TO VALOR-E-W.
           DISPLAY "FATURADO.............: " VALOR-E-W.
           MOVE VALOR-RECEBIDO-W TO VALOR-E-W.
           DISPLAY "RECEBIDO.............: " VALOR-E-W.
           MOVE VALOR-CANCELAR-W TO VALOR-E-W.
           DISPLAY "PARCELAS A CANCELAR..: " QT-TIT-W
                   "  VALOR " VALOR-E-W.
           IF QT-OUTRO-CANAL-W > ZEROS
              DISPLAY "EM OUTRO CANAL.......: " QT-OUTRO-CANAL-W
                      "  (FICAM EM ABERTO)"
           END-IF.
           MOVE VALOR-REGRA-W    TO VALOR-E-W.
           EVALUATE REGRA-W
              WHEN 1
                 DISPLAY "MULTA (" PERC-W "% DO SALDO A VENCER): "
                         VALOR-E-W
              WHEN 2
                 DISPLAY "REEMBOLSO (" PERC-W "% DO RECEBIDO): "
                         VALOR-E-W
              WHEN OTHER
                 DISPLAY "CONTRATO SEM MULTA NEM REEMBOLSO"
           END-EVALUATE.
           DISPLAY "Motivo da desistencia: ".
           ACCEPT MOTIVO-W FROM CONSOLE.
           DISPLAY "Confirma a desistencia (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO NOVA-DESISTENCIA-FIM
           END-IF.
           INITIALIZE REG-CRD171.
           MOVE CLASSIF-CLI-W    TO CLASSIF-CLI-CR171.
           MOVE COD-CLIENTE-W    TO COD-CLIENTE-CR171.
           MOVE CONTRATO-W       TO CONTRATO-CR171.
           PERFORM CANCELA-PARCELAS
                   VARYING IND-T FROM 1 BY 1 UNTIL IND-T > QT-TIT-W.
           MOVE DATA-HOJE-W           TO GRTIME-DATE.
           MOVE DIAS-VENCTO-CR170     TO GRTIME-DAYS.
           MOVE "SOMA"                TO GRTIME-FUNCTION.
           MOVE "DIAS"                TO GRTIME-TYPE.
           CALL "GRTIME" USING PARAMETROS-GRTIME.
           CANCEL "GRTIME".
           MOVE GRTIME-DATE-FINAL     TO VENCTO-W.
           MOVE SPACES TO NR-DOCTO-W.
           STRING "DS" CONTRATO-W DELIMITED BY SIZE INTO NR-DOCTO-W.
           IF VALOR-REGRA-W > ZEROS
              IF REGRA-W = 1
                 PERFORM GERA-MULTA
              ELSE
                 PERFORM GERA-REEMBOLSO
              END-IF
           END-IF.
           MOVE DATA-HOJE-W      TO DATA-DESISTENCIA-CR171.
           MOVE MOTIVO-W         TO MOTIVO-CR171.
           MOVE VALOR-FATURADO-W TO VALOR-FATURADO-CR171.
           MOVE VALOR-RECEBIDO-W TO VALOR-RECEBIDO-CR171.
           MOVE QT-TIT-W         TO QT-CANCELADAS-CR171.
           MOVE VALOR-CANCELAR-W TO VALOR-CANCELADO-CR171.
           MOVE REGRA-W          TO REGRA-CR171.
           MOVE PERC-W           TO PERC-CR171.
           MOVE VALOR-REGRA-W    TO VALOR-REGRA-CR171.
           MOVE COD-USUARIO-W    TO DIGITADOR-CR171.
           WRITE REG-CRD171 INVALID KEY
                DISPLAY "ERRO GRAVACAO CRD171: " ST-CRD171
           END-WRITE.
           PERFORM IMPRIME-TERMO.
           DISPLAY "DESISTENCIA REGISTRADA - " QT-TIT-W
                   " PARCELA(S) CANCELADA(S), TERMO IMPRESSO.".
       NOVA-DESISTENCIA-FIM.
           EXIT.

      *    TITULOS DO CLIENTE NO CONTRATO: FATURADO = EM ABERTO,
      *    SUSPENSO E BAIXADO (O ORIGINAL RENEGOCIADO E SUBSTITUIDO
      *    PELAS PARCELAS DO ACORDO; CANCELADO NAO CONTA); RECEBIDO =
      *    BAIXAS DO CRD110; A CANCELAR = EM ABERTO E SUSPENSO, SALVO
      *    O QUE AINDA PODE SER PAGO POR BOLETO, CARTAO OU CHEQUE.
       CARREGA-TITULOS SECTION.
           MOVE ZEROS TO QT-TIT-W VALOR-FATURADO-W VALOR-RECEBIDO-W
                         VALOR-CANCELAR-W QT-OUTRO-CANAL-W.
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
                   IF CLASSIF-CLI-CR100 = CLASSIF-CLI-W
                      AND COD-CLIENTE-CR100 = COD-CLIENTE-W
                      PERFORM SOMA-TITULO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD100.

       SOMA-TITULO SECTION.
           PERFORM DESCREVE-SITUACAO.
           DISPLAY "SEQ " SEQ-CR100 " VENCTO " DATA-VENCTO-CR100
                   " VALOR " VALOR-TOT-CR100 " " SITUACAO-TIT-W
                   " " DESCRICAO-CR100.
           IF SITUACAO-CR100 < 3
              ADD VALOR-TOT-CR100 TO VALOR-FATURADO-W
           END-IF.
           IF SITUACAO-CR100 = 2 AND CRD110-EXISTE-W = 1
              MOVE CHAVE-CR100 TO CHAVE-CR110
              READ CRD110 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   ADD VALOR-BAIXADO-CR110 TO VALOR-RECEBIDO-W
              END-READ
           END-IF.
           IF SITUACAO-CR100 < 2
              PERFORM VERIFICA-OUTRO-CANAL
           END-IF.
           IF SITUACAO-CR100 < 2 AND OUTRO-CANAL-W > ZEROS
              ADD 1 TO QT-OUTRO-CANAL-W
              EVALUATE OUTRO-CANAL-W
                 WHEN 1
                    DISPLAY "SEQ " SEQ-CR100 " COM BOLETO NAO "
                            "LIQUIDADO (CRP104) - NAO SERA CANCELADA"
                 WHEN 2
                    DISPLAY "SEQ " SEQ-CR100 " NA COBRANCA DE CARTAO "
                            "(CRP023) - NAO SERA CANCELADA"
                 WHEN 3
                    DISPLAY "SEQ " SEQ-CR100 " COM CHEQUE PRE-DATADO "
                            "(CRP111) - NAO SERA CANCELADA"
              END-EVALUATE
           END-IF.
           IF SITUACAO-CR100 < 2 AND OUTRO-CANAL-W = ZEROS
              IF QT-TIT-W < 200
                 ADD 1 TO QT-TIT-W
                 MOVE SEQ-CR100 TO TIT-SEQ-W(QT-TIT-W)
                 ADD VALOR-TOT-CR100 TO VALOR-CANCELAR-W
              ELSE
                 DISPLAY "MAIS DE 200 PARCELAS EM ABERTO - SEQ "
                         SEQ-CR100 " NAO SERA CANCELADA"
              END-IF
           END-IF.

      *    REG-CRD100 JA LIDO: O TITULO AINDA PODE SER PAGO POR BOLETO
      *    NAO LIQUIDADO, POR COBRANCA DE CARTAO PENDENTE OU POR
      *    CHEQUE EM CUSTODIA/DEPOSITADO?
       VERIFICA-OUTRO-CANAL SECTION.
           MOVE ZEROS TO OUTRO-CANAL-W.
           IF CRD141-EXISTE-W = 1
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
           IF CRD120-EXISTE-W = 1
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
           IF CRD180-EXISTE-W = 1
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

       DESCREVE-SITUACAO SECTION.
           EVALUATE SITUACAO-CR100
              WHEN 0     MOVE "ABERTO"       TO SITUACAO-TIT-W
              WHEN 1     MOVE "SUSPENSO"     TO SITUACAO-TIT-W
              WHEN 2     MOVE "PAGO"         TO SITUACAO-TIT-W
              WHEN 3     MOVE "RENEGOCIADO"  TO SITUACAO-TIT-W
              WHEN 4     MOVE "CANCELADO"    TO SITUACAO-TIT-W
              WHEN OTHER MOVE "DESISTENCIA"  TO SITUACAO-TIT-W
           END-EVALUATE.

      *    REGRA DO CONTRATO (COD041); SEM COMPLEMENTO OU COM REGRA 0
      *    VALE A REGRA PADRAO DOS PARAMETROS.
       DEFINE-REGRA SECTION.
           MOVE ZEROS TO REGRA-W PERC-W VALOR-REGRA-W.
           IF COD041-EXISTE-W = 1
              MOVE CONTRATO-W TO NR-CONTRATO-CO41
              READ COD041 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   MOVE REGRA-DESIST-CO41 TO REGRA-W
                   MOVE PERC-DESIST-CO41  TO PERC-W
              END-READ
           END-IF.
           IF REGRA-W = ZEROS
              MOVE REGRA-PADRAO-CR170 TO REGRA-W
              MOVE PERC-PADRAO-CR170  TO PERC-W
           END-IF.
           EVALUATE REGRA-W
              WHEN 1
                 COMPUTE VALOR-REGRA-W ROUNDED =
                         VALOR-CANCELAR-W * PERC-W / 100
              WHEN 2
                 COMPUTE VALOR-REGRA-W ROUNDED =
                         VALOR-RECEBIDO-W * PERC-W / 100
              WHEN OTHER
                 MOVE 3     TO REGRA-W
                 MOVE ZEROS TO PERC-W VALOR-REGRA-W
           END-EVALUATE.

       CANCELA-PARCELAS SECTION.
           MOVE CONTRATO-W       TO CONTRATO-CR100.
           MOVE TIT-SEQ-W(IND-T) TO SEQ-CR100.
           READ CRD100 INVALID KEY
                DISPLAY "TITULO " SEQ-CR100 " NAO ENCONTRADO"
                GO CANCELA-PARCELAS-FIM
           END-READ.
           MOVE 5 TO SITUACAO-CR100.
           REWRITE REG-CRD100 INVALID KEY
                DISPLAY "ERRO REGRAVACAO CRD100: " ST-CRD100
           END-REWRITE.
       CANCELA-PARCELAS-FIM.
           EXIT.

      *    MULTA: TITULO NOVO NO MESMO CONTRATO (PROXIMA SEQUENCIA
      *    LIVRE, MESMA REGRA DO CRP100).
       GERA-MULTA SECTION.
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
           ADD 1 TO PROX-SEQ-W.
           INITIALIZE REG-CRD100.
           MOVE CONTRATO-W       TO CONTRATO-CR100.
           MOVE PROX-SEQ-W       TO SEQ-CR100.
           MOVE CLASSIF-CLI-W    TO CLASSIF-CLI-CR100.
           MOVE COD-CLIENTE-W    TO COD-CLIENTE-CR100.
           MOVE NR-DOCTO-W       TO NR-DOCTO-CR100.
           MOVE USUARIO-W        TO RESPONSAVEL-CR100.
           MOVE "MULTA POR DESISTENCIA" TO DESCRICAO-CR100.
           MOVE VENCTO-W         TO DATA-VENCTO-CR100.
           MOVE VALOR-REGRA-W    TO VALOR-TOT-CR100.
           MOVE ZEROS            TO SITUACAO-CR100.
           MOVE ZEROS TO ST-CRD100.
           PERFORM UNTIL ST-CRD100 = "10"
             WRITE REG-CRD100 INVALID KEY
                 ADD 1 TO SEQ-CR100
               NOT INVALID KEY
                 MOVE "10" TO ST-CRD100.
           MOVE ZEROS TO ST-CRD100.
           MOVE SEQ-CR100 TO SEQ-MULTA-CR171.

      *    REEMBOLSO: TITULO PREVISTO NO FORNECEDOR DE DEVOLUCAO A
      *    FORMANDOS, COM O NOME DO FORMANDO NA DESCRICAO.
       GERA-REEMBOLSO SECTION.
           MOVE ZEROS TO PROX-SEQ-W.
           MOVE FORNEC-REEMB-CR170 TO FORNEC-CP20.
           MOVE ZEROS              TO SEQ-CP20.
           START CPD020 KEY IS NOT < CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END MOVE "10" TO ST-CPD020
              NOT AT END
                IF FORNEC-CP20 <> FORNEC-REEMB-CR170
                   MOVE "10" TO ST-CPD020
                ELSE
                   MOVE SEQ-CP20 TO PROX-SEQ-W
                END-IF
              END-READ
           END-PERFORM.
           ADD 1 TO PROX-SEQ-W.
           INITIALIZE REG-CPD020.
           MOVE FORNEC-REEMB-CR170 TO FORNEC-CP20.
           MOVE PROX-SEQ-W        TO SEQ-CP20.
           MOVE NR-DOCTO-W        TO NR-DOCTO-CP20.
           MOVE TIPO-FORN-CR170   TO TIPO-FORN-CP20.
           MOVE PORTADOR-CR170    TO PORTADOR-CP20.
           MOVE USUARIO-W         TO RESPONSAVEL-CP20.
           MOVE SPACES            TO DESCRICAO-CP20.
           STRING "REEMB " NOME-CG10(1: 24)
                  DELIMITED BY SIZE INTO DESCRICAO-CP20.
           MOVE VENCTO-W          TO DATA-VENCTO-CP20.
           MOVE VALOR-REGRA-W     TO VALOR-TOT-CP20.
           MOVE ZEROS             TO SITUACAO-CP20.
           MOVE 1                 TO PREV-DEF-CP20.
           MOVE ZEROS TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
             WRITE REG-CPD020 INVALID KEY
                 ADD 1 TO SEQ-CP20
               NOT INVALID KEY
                 MOVE "10" TO ST-CPD020.
           MOVE ZEROS TO ST-CPD020.
           MOVE FORNEC-CP20   TO FORNEC-CP44 FORNEC-REEMB-CR171.
           MOVE SEQ-CP20      TO SEQ-CP44 SEQ-REEMB-CR171.
           MOVE COD-USUARIO-W TO USUARIO-CRIACAO-CP44.
           MOVE DATA-HOJE-W   TO DATA-CRIACAO-CP44.
           MOVE ZEROS TO USUARIO-APROV-CP44 DATA-APROV-CP44
                         HORA-APROV-CP44.
           WRITE REG-CPD044 INVALID KEY CONTINUE END-WRITE.

      *----------------------------------------------------------------
      *    TERMO DE DESISTENCIA (REG-CRD171 CARREGADO)
      *----------------------------------------------------------------
       REIMPRIME-TERMO SECTION.
           DISPLAY "Numero do contrato: ".
           ACCEPT CONTRATO-W FROM CONSOLE.
           DISPLAY "Classificacao do cliente (0-CONTRATO 1-COMUM): ".
           ACCEPT CLASSIF-CLI-W FROM CONSOLE.
           DISPLAY "Codigo do cliente: ".
           ACCEPT COD-CLIENTE-W FROM CONSOLE.
           MOVE CLASSIF-CLI-W  TO CLASSIF-CLI-CR171.
           MOVE COD-CLIENTE-W  TO COD-CLIENTE-CR171.
           MOVE CONTRATO-W     TO CONTRATO-CR171.
           READ CRD171 INVALID KEY
                DISPLAY "DESISTENCIA NAO ENCONTRADA"
                GO REIMPRIME-TERMO-FIM
           END-READ.
           PERFORM IMPRIME-TERMO.
           DISPLAY "TERMO IMPRESSO.".
       REIMPRIME-TERMO-FIM.
           EXIT.

       IMPRIME-TERMO SECTION.
           MOVE CONTRATO-CR171    TO NR-CONTRATO-CO40 NR-CONTRATO-CO41.
           READ COD040 INVALID KEY MOVE SPACES TO IDENTIFICACAO-CO40
           END-READ.
           MOVE SPACES TO INSTITUICAO-TER.
           IF COD041-EXISTE-W = 1
              READ COD041 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   MOVE INSTITUICAO-CO41 TO INSTITUICAO-TER
              END-READ
           END-IF.
           MOVE CLASSIF-CLI-CR171 TO CLASSIF-CG10.
           MOVE COD-CLIENTE-CR171 TO CODIGO-CG10.
           READ CGD010 INVALID KEY MOVE SPACES TO NOME-CG10
           END-READ.
           INITIALIZE REG-CGD011.
           IF CGD011-EXISTE-W = 1
              MOVE CLASSIF-CLI-CR171 TO CLASSIF-CG11
              MOVE COD-CLIENTE-CR171 TO CODIGO-CG11
              READ CGD011 INVALID KEY INITIALIZE REG-CGD011
              END-READ
           END-IF.
           OPEN OUTPUT RELAT.
           MOVE DATA-DESISTENCIA-CR171 TO DATA-AAAAMMDD-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-N   TO DATA-DESIST-TER.
           MOVE NOME-CG10         TO NOME-TER.
           MOVE CPF1-CG11         TO CPF-TER.
           MOVE ENDERECO1-CG11    TO ENDERECO-TER.
           MOVE CEP1-CG11         TO CEP-TER.
           MOVE CONTRATO-CR171    TO CONTRATO-TER.
           MOVE IDENTIFICACAO-CO40 TO IDENTIF-TER.
           MOVE MOTIVO-CR171      TO MOTIVO-TER.
           WRITE REG-RELAT FROM TER01.
           WRITE REG-RELAT FROM TER02 AFTER 2.
           WRITE REG-RELAT FROM TER03.
           WRITE REG-RELAT FROM TER04 AFTER 2.
           WRITE REG-RELAT FROM TER05.
           WRITE REG-RELAT FROM TER06.
           WRITE REG-RELAT FROM TER07.
           WRITE REG-RELAT FROM TER08 AFTER 2.
           WRITE REG-RELAT FROM TER09.
           MOVE CONTRATO-CR171 TO CONTRATO-CR100.
           MOVE ZEROS          TO SEQ-CR100.
           START CRD100 KEY IS NOT < CHAVE-CR100 INVALID KEY
                 MOVE "10" TO ST-CRD100.
           PERFORM UNTIL ST-CRD100 = "10"
              READ CRD100 NEXT RECORD AT END MOVE "10" TO ST-CRD100
              NOT AT END
                IF CONTRATO-CR100 <> CONTRATO-CR171
                   MOVE "10" TO ST-CRD100
                ELSE
                   IF CLASSIF-CLI-CR100 = CLASSIF-CLI-CR171
                      AND COD-CLIENTE-CR100 = COD-CLIENTE-CR171
                      PERFORM IMPRIME-TITULO-TERMO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD100.
           MOVE "TOTAL FATURADO...............: " TO TEXTO-TOT-TER.
           MOVE VALOR-FATURADO-CR171  TO VALOR-TOT-TER.
           WRITE REG-RELAT FROM TERTOT AFTER 2.
           MOVE "TOTAL RECEBIDO...............: " TO TEXTO-TOT-TER.
           MOVE VALOR-RECEBIDO-CR171  TO VALOR-TOT-TER.
           WRITE REG-RELAT FROM TERTOT.
           MOVE "PARCELAS A VENCER CANCELADAS.: " TO TEXTO-TOT-TER.
           MOVE VALOR-CANCELADO-CR171 TO VALOR-TOT-TER.
           WRITE REG-RELAT FROM TERTOT.
           MOVE SPACES TO TEXTO-TER.
           EVALUATE REGRA-CR171
              WHEN 1
                 MOVE "MULTA CONTRATUAL.............: "
                                            TO TEXTO-TOT-TER
                 MOVE VALOR-REGRA-CR171     TO VALOR-TOT-TER
                 WRITE REG-RELAT FROM TERTOT
                 STRING "A MULTA CONTRATUAL DE " PERC-CR171
                        "% SOBRE AS PARCELAS A VENCER SERA COBRADA "
                        "EM TITULO PROPRIO."
                        DELIMITED BY SIZE INTO TEXTO-TER
              WHEN 2
                 MOVE "VALOR A REEMBOLSAR...........: "
                                            TO TEXTO-TOT-TER
                 MOVE VALOR-REGRA-CR171     TO VALOR-TOT-TER
                 WRITE REG-RELAT FROM TERTOT
                 STRING "SERA REEMBOLSADO AO FORMANDO " PERC-CR171
                        "% DO VALOR PAGO, CONFORME O CONTRATO."
                        DELIMITED BY SIZE INTO TEXTO-TER
              WHEN OTHER
                 MOVE "NAO HA MULTA NEM REEMBOLSO A CONSIDERAR."
                                            TO TEXTO-TER
           END-EVALUATE.
           WRITE REG-RELAT FROM TERTXT AFTER 2.
           MOVE SPACES TO TEXTO-TER.
           STRING "O FORMANDO DECLARA SUA DESISTENCIA DO CONTRATO "
                  "ACIMA; AS PARCELAS A VENCER FICAM CANCELADAS."
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
           PERFORM DESCREVE-SITUACAO.
           MOVE SEQ-CR100         TO SEQ-TER.
           MOVE DATA-VENCTO-CR100 TO DATA-AAAAMMDD-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-N   TO VENCTO-TER.
           MOVE VALOR-TOT-CR100   TO VALOR-TER.
           MOVE SITUACAO-TIT-W    TO SITUACAO-TER.
           MOVE DESCRICAO-CR100   TO DESCRICAO-TER.
           WRITE REG-RELAT FROM TERDET.

       CONVERTE-DATA SECTION.
           MOVE DATA-AAAAMMDD-W(7: 2) TO DIA-DDMMAAAA-W.
           MOVE DATA-AAAAMMDD-W(5: 2) TO MES-DDMMAAAA-W.
           MOVE DATA-AAAAMMDD-W(1: 4) TO ANO-DDMMAAAA-W.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE COD040 CGD010 CRD100 CPD020 CPD044 CRD170 CRD171.
           IF COD041-EXISTE-W = 1 CLOSE COD041 END-IF.
           IF CGD001-EXISTE-W = 1 CLOSE CGD001 END-IF.
           IF CGD011-EXISTE-W = 1 CLOSE CGD011 END-IF.
           IF CRD110-EXISTE-W = 1 CLOSE CRD110 END-IF.
           IF CRD120-EXISTE-W = 1 CLOSE CRD120 END-IF.
           IF CRD141-EXISTE-W = 1 CLOSE CRD141 END-IF.
           IF CRD180-EXISTE-W = 1 CLOSE CRD180 END-IF.
           EXIT PROGRAM.
