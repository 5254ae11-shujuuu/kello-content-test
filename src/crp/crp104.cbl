       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP104.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Cobrança por boleto registrado das parcelas do contas a
      *receber (CRD100) - para os formandos que não pagam no cartão
      *(CRP023):
      *  PARAMETROS : conta de cobrança, carteira, convênio, último
      *               nosso-número, código de apuração (CXD020) das
      *               baixas do retorno e multa/juros das instruções
      *               (CRD140, registro único);
      *  CARNE ......: para um contrato (e um formando ou todos),
      *               gera o boleto (CRD141) de cada parcela em
      *               aberto ainda sem boleto - nosso-número
      *               sequencial, código de barras e linha digitável
      *               pelo CRP106 - e imprime o carnê de cada formando
      *               com todas as parcelas em aberto com boleto.
      *               Parcela vencida não entra (vai para acordo,
      *               CRP103) e parcela já enviada à cobrança de
      *               cartão (CRD120 pendente ou paga) também não
      *               - a contestada (CRD120 3, CRP025) volta a
      *               receber boleto; parcela com cheque pré-datado
      *               em custódia ou depositado (CRD180, CRP111) não
      *               recebe boleto nem sai no carnê;
      *  REMESSA ....: grava o arquivo de remessa de cobrança com os
      *               boletos ainda não remetidos e marca-os como
      *               remetidos. O retorno é processado pelo CRP105.
      *LAYOUT DA REMESSA (POSICOES):
      *  HEADER  "0": 2-8 CONVENIO; 9-11 BANCO; 12-15 AGENCIA; 16-22
      *               CONTA; 23 DV; 24-25 CARTEIRA; 26-85 EMPRESA;
      *               86-93 DATA DE GERACAO (AAAAMMDD).
      *  DETALHE "1": 2-12 NOSSO-NUMERO; 13 DV; 14-19 CONTRATO; 20-24
      *               SEQUENCIA; 25-32 VENCIMENTO; 33-42 VALOR (8+2,
      *               SEM VIRGULA); 43-58 CPF; 59-98 NOME; 99-143
      *               ENDERECO; 144-151 CEP; 152-155 MULTA %; 156-159
      *               JUROS % AO MES (2+2).
      *  TRAILER "9": 2-7 QUANTIDADE; 8-22 VALOR TOTAL (13+2).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COPX040.
           COPY CGPX010.
           COPY CGPX011.
           COPY CXPX020.
           COPY CRPX100.
           COPY CRPX120.
           COPY CRPX140.
           COPY CRPX141.
           COPY CRPX180.
           SELECT REMESSA ASSIGN TO REMESSA-PATH-W
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-REMESSA.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY COPW040.
       COPY CGPW010.
       COPY CGPW011.
       COPY CXPW020.
       COPY CRPW100.
       COPY CRPW120.
       COPY CRPW140.
       COPY CRPW141.
       COPY CRPW180.
       FD  REMESSA
           LABEL RECORD IS OMITTED.
       01  REG-REMESSA                 PIC X(160).
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
           COPY CRPW106C.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-CRD100             PIC XX       VALUE SPACES.
           05  ST-CRD120             PIC XX       VALUE SPACES.
           05  ST-CRD140             PIC XX       VALUE SPACES.
           05  ST-CRD141             PIC XX       VALUE SPACES.
           05  ST-CRD180             PIC XX       VALUE SPACES.
           05  ST-REMESSA            PIC XX       VALUE SPACES.
           05  PATH-CGD010           PIC X(30)    VALUE SPACES.
           05  PATH-CGD011           PIC X(30)    VALUE SPACES.
           05  TEM-CRD120-W          PIC 9        VALUE ZEROS.
           05  TEM-CRD180-W          PIC 9        VALUE ZEROS.
           05  CHEQUE-W              PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(3)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(6)     VALUE ZEROS.
           05  CLASSIF-CLI-W         PIC 9        VALUE ZEROS.
           05  COD-CLIENTE-W         PIC 9(8)     VALUE ZEROS.
           05  REMESSA-PATH-W        PIC X(60)    VALUE SPACES.
           05  VALOR-ED-W            PIC ZZ.ZZZ.ZZ9,99.
           05  PERC-ED-W             PIC Z9,99.
           05  QT-EMITIDOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-VENCIDAS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-CARTAO-W           PIC 9(5)     VALUE ZEROS.
           05  QT-CHEQUE-W           PIC 9(5)     VALUE ZEROS.
           05  QT-REMETIDOS-W        PIC 9(6)     VALUE ZEROS.
           05  TOTAL-REMETIDO-W      PIC 9(13)V99 VALUE ZEROS.
      *    FORMANDOS DO CONTRATO COM BOLETO A IMPRIMIR NO CARNE
           05  QT-CLI-W              PIC 9(3)     VALUE ZEROS.
           05  IND-C                 PIC 9(3)     VALUE ZEROS.
           05  ACHOU-CLI-W           PIC 9        VALUE ZEROS.
           05  TAB-CLIENTES.
               10  TAB-CLI OCCURS 500 TIMES.
                   15  TAB-CLASSIF-W PIC 9.
                   15  TAB-CODIGO-W  PIC 9(8).
           05  DATA-DDMMAAAA-W.
               10  DIA-DDMMAAAA-W    PIC 9(2).
               10  MES-DDMMAAAA-W    PIC 9(2).
               10  ANO-DDMMAAAA-W    PIC 9(4).
           05  DATA-DDMMAAAA-N REDEFINES DATA-DDMMAAAA-W PIC 9(8).
           05  DATA-AAAAMMDD-W       PIC 9(8)     VALUE ZEROS.
           05  DATA-ED-W             PIC 99/99/9999.
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

      *    REGISTROS DO ARQUIVO DE REMESSA
       01  REM-HEADER.
           05  FILLER              PIC X       VALUE "0".
           05  CONVENIO-HDR        PIC 9(7).
           05  BANCO-HDR           PIC 9(3).
           05  AGENCIA-HDR         PIC 9(4).
           05  CONTA-HDR           PIC 9(7).
           05  CONTA-DV-HDR        PIC X.
           05  CARTEIRA-HDR        PIC 9(2).
           05  EMPRESA-HDR         PIC X(60).
           05  DATA-HDR            PIC 9(8).
       01  REM-DETALHE.
           05  FILLER              PIC X       VALUE "1".
           05  NOSSO-NUMERO-DET    PIC 9(11).
           05  NOSSO-NR-DV-DET     PIC X.
           05  CONTRATO-DET        PIC 9(6).
           05  SEQ-DET             PIC 9(5).
           05  VENCTO-DET          PIC 9(8).
           05  VALOR-DET           PIC 9(8)V99.
           05  CPF-DET             PIC 9(16).
           05  NOME-DET            PIC X(40).
           05  ENDERECO-DET        PIC X(45).
           05  CEP-DET             PIC 9(8).
           05  MULTA-DET           PIC 9(2)V99.
           05  JUROS-DET           PIC 9(2)V99.
       01  REM-TRAILER.
           05  FILLER              PIC X       VALUE "9".
           05  QT-TRL              PIC 9(6).
           05  TOTAL-TRL           PIC 9(13)V99.

      *    CARNE
       01  CAPA01.
           05  FILLER              PIC X(31)   VALUE
               "CARNE DE PAGAMENTO - FORMANDO: ".
           05  NOME-CAPA           PIC X(40).
           05  FILLER              PIC X(11)   VALUE "  CONTRATO ".
           05  CONTRATO-CAPA       PIC 9(6).
           05  FILLER              PIC X       VALUE SPACES.
           05  IDENTIF-CAPA        PIC X(10).
       01  CAPA02.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CORTE01.
           05  FILLER              PIC X(100)  VALUE ALL "- ".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.

      *    CONFERENCIA DA REMESSA
       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(46)   VALUE
           "CONFERENCIA DA REMESSA DE COBRANCA - BOLETOS -".
           05  FILLER              PIC X       VALUE SPACES.
           05  DATA-CAB-REL        PIC 99/99/9999.
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(100)  VALUE
           "NOSSO-NUMERO  CONTR  SEQ   PAGADOR                        VE
      -    "NCIMENTO         VALOR".
       01  LINTOT1.
           05  FILLER          PIC X(22) VALUE "BOLETOS REMETIDOS..: ".
           05  QT-REMETIDOS-REL    PIC ZZZ.ZZ9.
           05  FILLER          PIC X(10) VALUE "  VALOR: ".
           05  TOTAL-REMETIDO-REL  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

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
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CXD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD020.
           MOVE "CRD100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD100.
           MOVE "CRD120" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD120.
           MOVE "CRD140" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD140.
           MOVE "CRD141" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD141.
           MOVE "CRD180" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD180.
           OPEN INPUT COD040 CGD010 CGD011 CXD020 CRD100.
      *    CRD120 (CONTROLE DA COBRANCA DE CARTAO) SO EXISTE DEPOIS DA
      *    PRIMEIRA EXPORTACAO DO CRP023.
           OPEN INPUT CRD120.
           IF ST-CRD120 = "00"
              MOVE 1 TO TEM-CRD120-W
           END-IF.
      *    CRD180 (CUSTODIA DE CHEQUES) SO EXISTE DEPOIS DO PRIMEIRO
      *    CHEQUE REGISTRADO NO CRP111.
           OPEN INPUT CRD180.
           IF ST-CRD180 = "00"
              MOVE 1 TO TEM-CRD180-W
           END-IF.
           OPEN I-O CRD140.
           IF ST-CRD140 = "35"
              OPEN OUTPUT CRD140
              CLOSE       CRD140
              OPEN I-O    CRD140
           END-IF.
           OPEN I-O CRD141.
           IF ST-CRD141 = "35"
              OPEN OUTPUT CRD141
              CLOSE       CRD141
              OPEN I-O    CRD141
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
           IF ST-CRD140 <> "00"
              DISPLAY "ERRO ABERTURA CRD140: " ST-CRD140
              MOVE 1 TO ERRO-W.
           IF ST-CRD141 <> "00"
              DISPLAY "ERRO ABERTURA CRD141: " ST-CRD141
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "CRP104" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA CRP104"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           IF ERRO-W = ZEROS
              PERFORM LE-PARAMETROS
           END-IF.

      *    REGISTRO UNICO DE PARAMETROS; NA PRIMEIRA VEZ E GRAVADO
      *    ZERADO E PRECISA SER PREENCHIDO NA OPCAO 1.
       LE-PARAMETROS SECTION.
           MOVE "1" TO CHAVE-CR140.
           READ CRD140 INVALID KEY
                INITIALIZE REG-CRD140
                MOVE "1" TO CHAVE-CR140
                WRITE REG-CRD140 INVALID KEY CONTINUE
                END-WRITE
           END-READ.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-PARAMETROS  2-CARNE  3-REMESSA  "
                   "9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM ALTERA-PARAMETROS
              WHEN 2 PERFORM EMITE-CARNE
              WHEN 3 PERFORM GERA-REMESSA
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    PARAMETROS DA COBRANCA (CRD140)
      *----------------------------------------------------------------
       ALTERA-PARAMETROS SECTION.
           PERFORM LE-PARAMETROS.
           DISPLAY "BANCO " BANCO-CR140 "-" BANCO-DV-CR140
                   " AG " AGENCIA-CR140 " CONTA " CONTA-CR140 "-"
                   CONTA-DV-CR140 " CART " CARTEIRA-CR140
                   " CONVENIO " CONVENIO-CR140.
           DISPLAY "ULTIMO NOSSO-NUMERO " ULTIMO-NOSSO-NR-CR140
                   "  APURACAO " COD-APURACAO-CR140
                   "  MULTA " MULTA-CR140
                   "  JUROS/MES " JUROS-MES-CR140.
           DISPLAY "Alterar os parametros (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO ALTERA-PARAMETROS-FIM
           END-IF.
           DISPLAY "Banco (3 digitos): ".
           ACCEPT BANCO-CR140 FROM CONSOLE.
           DISPLAY "DV do banco: ".
           ACCEPT BANCO-DV-CR140 FROM CONSOLE.
           DISPLAY "Agencia (4 digitos): ".
           ACCEPT AGENCIA-CR140 FROM CONSOLE.
           DISPLAY "Conta de cobranca (7 digitos): ".
           ACCEPT CONTA-CR140 FROM CONSOLE.
           DISPLAY "DV da conta: ".
           ACCEPT CONTA-DV-CR140 FROM CONSOLE.
           DISPLAY "Carteira: ".
           ACCEPT CARTEIRA-CR140 FROM CONSOLE.
           DISPLAY "Codigo do convenio/beneficiario: ".
           ACCEPT CONVENIO-CR140 FROM CONSOLE.
           DISPLAY "Ultimo nosso-numero ja utilizado: ".
           ACCEPT ULTIMO-NOSSO-NR-CR140 FROM CONSOLE.
           DISPLAY "Codigo de apuracao das baixas (CXD020): ".
           ACCEPT COD-APURACAO-CR140 FROM CONSOLE.
           MOVE COD-APURACAO-CR140 TO CODIGO-COMPL-CX20.
           READ CXD020 INVALID KEY
                DISPLAY "CODIGO DE APURACAO NAO CADASTRADO - "
                        "PARAMETROS NAO GRAVADOS"
                GO ALTERA-PARAMETROS-FIM
           END-READ.
           DISPLAY "Multa apos o vencimento (%, 2 decimais): ".
           ACCEPT MULTA-CR140 FROM CONSOLE.
           DISPLAY "Juros ao mes (%, 2 decimais): ".
           ACCEPT JUROS-MES-CR140 FROM CONSOLE.
           REWRITE REG-CRD140 INVALID KEY
                DISPLAY "ERRO REGRAVACAO CRD140: " ST-CRD140
           END-REWRITE.
           DISPLAY "PARAMETROS GRAVADOS.".
       ALTERA-PARAMETROS-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    CARNE: GERA OS BOLETOS QUE FALTAM E IMPRIME POR FORMANDO
      *----------------------------------------------------------------
       EMITE-CARNE SECTION.
           PERFORM LE-PARAMETROS.
           IF BANCO-CR140 = ZEROS OR AGENCIA-CR140 = ZEROS
              OR CONTA-CR140 = ZEROS
              DISPLAY "CONTA DE COBRANCA NAO CONFIGURADA (OPCAO 1)"
              GO EMITE-CARNE-FIM
           END-IF.
           DISPLAY "Numero do contrato: ".
           ACCEPT CONTRATO-W FROM CONSOLE.
           MOVE CONTRATO-W TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                DISPLAY "CONTRATO NAO CADASTRADO EM COD040"
                GO EMITE-CARNE-FIM
           END-READ.
           DISPLAY "CONTRATO: " IDENTIFICACAO-CO40.
           DISPLAY "Codigo do formando (ZERO = TODOS DO CONTRATO): ".
           ACCEPT COD-CLIENTE-W FROM CONSOLE.
           IF COD-CLIENTE-W NOT = ZEROS
              DISPLAY "Classificacao (0-CONTRATO 1-COMUM): "
              ACCEPT CLASSIF-CLI-W FROM CONSOLE
           END-IF.
           MOVE ZEROS TO QT-EMITIDOS-W QT-VENCIDAS-W QT-CARTAO-W
                         QT-CHEQUE-W
                         QT-CLI-W.
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
                      AND (COD-CLIENTE-W = ZEROS OR
                          (COD-CLIENTE-CR100 = COD-CLIENTE-W AND
                           CLASSIF-CLI-CR100 = CLASSIF-CLI-W))
                      PERFORM VERIFICA-BOLETO-PARCELA
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD100.
           REWRITE REG-CRD140 INVALID KEY
                DISPLAY "ERRO REGRAVACAO CRD140: " ST-CRD140
           END-REWRITE.
           DISPLAY "BOLETOS GERADOS: " QT-EMITIDOS-W
                   "  VENCIDAS (NAO EMITIDAS): " QT-VENCIDAS-W
                   "  EM COBRANCA DE CARTAO: " QT-CARTAO-W
                   "  COM CHEQUE: " QT-CHEQUE-W.
           IF QT-CLI-W = ZEROS
              DISPLAY "NENHUM BOLETO EM ABERTO PARA IMPRIMIR"
              GO EMITE-CARNE-FIM
           END-IF.
           PERFORM IMPRIME-CARNES.
           DISPLAY "CARNES IMPRESSOS: " QT-CLI-W.
       EMITE-CARNE-FIM.
           EXIT.

      *    PARCELA EM ABERTO: SE AINDA NAO TEM BOLETO, GERA (DESDE QUE
      *    NAO ESTEJA VENCIDA NEM NA COBRANCA DE CARTAO); COM BOLETO
      *    NAO LIQUIDADO, O FORMANDO ENTRA NA LISTA DE CARNES.
      *    PARCELA PAGA POR CHEQUE PRE-DATADO (CRP111) FICA DE FORA.
       VERIFICA-BOLETO-PARCELA SECTION.
           PERFORM VERIFICA-CHEQUE-PARCELA.
           IF CHEQUE-W = 1
              ADD 1 TO QT-CHEQUE-W
              GO VERIFICA-BOLETO-PARCELA-FIM
           END-IF.
           MOVE CONTRATO-CR100 TO CONTRATO-CR141.
           MOVE SEQ-CR100      TO SEQ-CR141.
           READ CRD141 INVALID KEY
                MOVE 9 TO SITUACAO-CR141
           END-READ.
           IF SITUACAO-CR141 = 9
              IF DATA-VENCTO-CR100 < DATA-HOJE-W
                 ADD 1 TO QT-VENCIDAS-W
                 GO VERIFICA-BOLETO-PARCELA-FIM
              END-IF
              IF TEM-CRD120-W = 1
                 MOVE CONTRATO-CR100 TO CONTRATO-CR120
                 MOVE SEQ-CR100      TO SEQ-CR120
                 READ CRD120 INVALID KEY
                      MOVE 2 TO STATUS-RETORNO-CR120
                 END-READ
                 IF STATUS-RETORNO-CR120 <> 2
                    AND STATUS-RETORNO-CR120 <> 3
                    ADD 1 TO QT-CARTAO-W
                    GO VERIFICA-BOLETO-PARCELA-FIM
                 END-IF
              END-IF
              PERFORM GERA-BOLETO
           END-IF.
           IF SITUACAO-CR141 < 2
              PERFORM INCLUI-CLIENTE-CARNE
           END-IF.
       VERIFICA-BOLETO-PARCELA-FIM.
           EXIT.

      *    CHEQUE-W = 1 QUANDO A PARCELA DE CRD100 TEM CHEQUE EM
      *    CUSTODIA OU DEPOSITADO (SITUACAO 0/1) NO CRD180.
       VERIFICA-CHEQUE-PARCELA SECTION.
           MOVE ZEROS TO CHEQUE-W.
           IF TEM-CRD180-W = 0
              GO VERIFICA-CHEQUE-PARCELA-FIM
           END-IF.
           MOVE CONTRATO-CR100 TO CONTRATO-CR180.
           MOVE SEQ-CR100      TO SEQ-CR180.
           START CRD180 KEY IS = TITULO-CR180 INVALID KEY
                 MOVE "10" TO ST-CRD180.
           PERFORM UNTIL ST-CRD180 = "10"
              READ CRD180 NEXT RECORD AT END MOVE "10" TO ST-CRD180
              NOT AT END
                IF CONTRATO-CR180 <> CONTRATO-CR100
                   OR SEQ-CR180 <> SEQ-CR100
                   MOVE "10" TO ST-CRD180
                ELSE
                   IF SITUACAO-CR180 < 2
                      MOVE 1    TO CHEQUE-W
                      MOVE "10" TO ST-CRD180
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD180.
       VERIFICA-CHEQUE-PARCELA-FIM.
           EXIT.

       GERA-BOLETO SECTION.
           ADD 1 TO ULTIMO-NOSSO-NR-CR140.
           INITIALIZE REG-CRD141.
           MOVE CONTRATO-CR100        TO CONTRATO-CR141.
           MOVE SEQ-CR100             TO SEQ-CR141.
           MOVE ULTIMO-NOSSO-NR-CR140 TO NOSSO-NUMERO-CR141.
           MOVE CLASSIF-CLI-CR100     TO CLASSIF-CLI-CR141.
           MOVE COD-CLIENTE-CR100     TO COD-CLIENTE-CR141.
           MOVE DATA-VENCTO-CR100     TO DATA-VENCTO-CR141.
           MOVE VALOR-TOT-CR100       TO VALOR-CR141.
           MOVE DATA-HOJE-W           TO DATA-EMISSAO-CR141.
           PERFORM CALCULA-CODIGO-BARRAS.
           MOVE CRP106-CODIGO-BARRAS   TO CODIGO-BARRAS-CR141.
           MOVE CRP106-LINHA-DIGITAVEL TO LINHA-DIGITAVEL-CR141.
           MOVE ZEROS                 TO SITUACAO-CR141.
           WRITE REG-CRD141 INVALID KEY
                DISPLAY "ERRO GRAVACAO CRD141: " ST-CRD141
                MOVE 9 TO SITUACAO-CR141
              NOT INVALID KEY
                ADD 1 TO QT-EMITIDOS-W
           END-WRITE.

       CALCULA-CODIGO-BARRAS SECTION.
           MOVE BANCO-CR140           TO CRP106-BANCO.
           MOVE AGENCIA-CR140         TO CRP106-AGENCIA.
           MOVE CARTEIRA-CR140        TO CRP106-CARTEIRA.
           MOVE CONTA-CR140           TO CRP106-CONTA.
           MOVE NOSSO-NUMERO-CR141    TO CRP106-NOSSO-NUMERO.
           MOVE DATA-VENCTO-CR141     TO CRP106-VENCTO.
           MOVE VALOR-CR141           TO CRP106-VALOR.
           CALL "CRP106" USING CRP106-PARAMETROS.

       INCLUI-CLIENTE-CARNE SECTION.
           MOVE ZEROS TO ACHOU-CLI-W.
           PERFORM VARYING IND-C FROM 1 BY 1 UNTIL IND-C > QT-CLI-W
              IF TAB-CLASSIF-W(IND-C) = CLASSIF-CLI-CR100
                 AND TAB-CODIGO-W(IND-C) = COD-CLIENTE-CR100
                 MOVE 1 TO ACHOU-CLI-W
              END-IF
           END-PERFORM.
           IF ACHOU-CLI-W = ZEROS AND QT-CLI-W < 500
              ADD 1 TO QT-CLI-W
              MOVE CLASSIF-CLI-CR100 TO TAB-CLASSIF-W(QT-CLI-W)
              MOVE COD-CLIENTE-CR100 TO TAB-CODIGO-W(QT-CLI-W)
           END-IF.

      *    UM CARNE POR FORMANDO, CADA UM COMECANDO EM PAGINA NOVA;
      *    CINCO BOLETOS POR PAGINA.
       IMPRIME-CARNES SECTION.
           OPEN OUTPUT RELAT.
           MOVE ZEROS TO PAGE-COUNT.
           PERFORM VARYING IND-C FROM 1 BY 1 UNTIL IND-C > QT-CLI-W
              MOVE TAB-CLASSIF-W(IND-C) TO CLASSIF-CG10 CLASSIF-CG11
              MOVE TAB-CODIGO-W(IND-C)  TO CODIGO-CG10 CODIGO-CG11
              READ CGD010 INVALID KEY MOVE SPACES TO NOME-CG10
              END-READ
              READ CGD011 INVALID KEY INITIALIZE REG-CGD011
              END-READ
              PERFORM CAPA-CARNE
              PERFORM IMPRIME-CARNE-CLIENTE
           END-PERFORM.
           CLOSE RELAT.

       CAPA-CARNE SECTION.
           ADD 1 TO PAGE-COUNT.
           MOVE NOME-CG10          TO NOME-CAPA.
           MOVE CONTRATO-W         TO CONTRATO-CAPA.
           MOVE IDENTIFICACAO-CO40 TO IDENTIF-CAPA.
           IF PAGE-COUNT = 1
              WRITE REG-RELAT FROM CAPA01
           ELSE
              WRITE REG-RELAT FROM CAPA01 AFTER PAGE
           END-IF.
           WRITE REG-RELAT FROM CAPA02.
           MOVE 2 TO LIN.

       IMPRIME-CARNE-CLIENTE SECTION.
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
                      AND CLASSIF-CLI-CR100 = TAB-CLASSIF-W(IND-C)
                      AND COD-CLIENTE-CR100 = TAB-CODIGO-W(IND-C)
                      MOVE CONTRATO-CR100 TO CONTRATO-CR141
                      MOVE SEQ-CR100      TO SEQ-CR141
                      READ CRD141 INVALID KEY
                           MOVE 9 TO SITUACAO-CR141
                      END-READ
                      PERFORM VERIFICA-CHEQUE-PARCELA
                      IF SITUACAO-CR141 < 2 AND CHEQUE-W = 0
                         PERFORM IMPRIME-BOLETO
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD100.

      *    BOLETO: CANHOTO DO PAGADOR (COLUNAS 1-28) E FICHA DE
      *    COMPENSACAO (32-100), SEPARADOS POR "|".
       IMPRIME-BOLETO SECTION.
           IF LIN > 50
              PERFORM CAPA-CARNE
           END-IF.
           PERFORM CALCULA-CODIGO-BARRAS.
           MOVE SPACES TO LINDET-REL.
           MOVE "RECIBO DO PAGADOR"     TO LINDET-REL(1: 17).
           MOVE BANCO-CR140             TO LINDET-REL(32: 3).
           MOVE "-"                     TO LINDET-REL(35: 1).
           MOVE BANCO-DV-CR140          TO LINDET-REL(36: 1).
           MOVE LINHA-DIGITAVEL-CR141   TO LINDET-REL(40: 54).
           PERFORM IMPRIME-LINHA-BOLETO.
           MOVE SPACES TO LINDET-REL.
           MOVE "CONTR/SEQ"             TO LINDET-REL(1: 9).
           MOVE CONTRATO-CR100          TO LINDET-REL(11: 6).
           MOVE "/"                     TO LINDET-REL(17: 1).
           MOVE SEQ-CR100               TO LINDET-REL(18: 5).
           MOVE "LOCAL DE PAGAMENTO: PAGAVEL EM QUALQUER BANCO ATE O "
                                        TO LINDET-REL(32: 52).
           MOVE "VENCIMENTO"            TO LINDET-REL(84: 10).
           PERFORM IMPRIME-LINHA-BOLETO.
           MOVE DATA-VENCTO-CR141       TO DATA-AAAAMMDD-W.
           PERFORM CONVERTE-DATA.
           MOVE SPACES TO LINDET-REL.
           MOVE "VENCTO"                TO LINDET-REL(1: 6).
           MOVE DATA-ED-W               TO LINDET-REL(11: 10).
           MOVE "BENEFICIARIO: "        TO LINDET-REL(32: 14).
           MOVE NOME-EMPRESA-W          TO LINDET-REL(46: 36).
           MOVE DATA-ED-W               TO LINDET-REL(84: 10).
           PERFORM IMPRIME-LINHA-BOLETO.
           MOVE SPACES TO LINDET-REL.
           MOVE "NOSSO NR"              TO LINDET-REL(1: 8).
           MOVE NOSSO-NUMERO-CR141      TO LINDET-REL(11: 11).
           MOVE "-"                     TO LINDET-REL(22: 1).
           MOVE CRP106-NOSSO-NUMERO-DV  TO LINDET-REL(23: 1).
           MOVE "AG/CONTA"              TO LINDET-REL(32: 8).
           MOVE AGENCIA-CR140           TO LINDET-REL(41: 4).
           MOVE "/"                     TO LINDET-REL(45: 1).
           MOVE CONTA-CR140             TO LINDET-REL(46: 7).
           MOVE "-"                     TO LINDET-REL(53: 1).
           MOVE CONTA-DV-CR140          TO LINDET-REL(54: 1).
           MOVE "NOSSO NR"              TO LINDET-REL(57: 8).
           MOVE CARTEIRA-CR140          TO LINDET-REL(66: 2).
           MOVE "/"                     TO LINDET-REL(68: 1).
           MOVE NOSSO-NUMERO-CR141      TO LINDET-REL(69: 11).
           MOVE "-"                     TO LINDET-REL(80: 1).
           MOVE CRP106-NOSSO-NUMERO-DV  TO LINDET-REL(81: 1).
           PERFORM IMPRIME-LINHA-BOLETO.
           MOVE VALOR-CR141             TO VALOR-ED-W.
           MOVE SPACES TO LINDET-REL.
           MOVE "VALOR"                 TO LINDET-REL(1: 5).
           MOVE VALOR-ED-W              TO LINDET-REL(11: 13).
           MOVE "DOCUMENTO"             TO LINDET-REL(32: 9).
           MOVE NR-DOCTO-CR100          TO LINDET-REL(42: 10).
           MOVE "EMISSAO"               TO LINDET-REL(54: 7).
           MOVE DATA-EMISSAO-CR141      TO DATA-AAAAMMDD-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-ED-W               TO LINDET-REL(62: 10).
           MOVE "VALOR"                 TO LINDET-REL(74: 5).
           MOVE VALOR-ED-W              TO LINDET-REL(81: 13).
           PERFORM IMPRIME-LINHA-BOLETO.
           MOVE SPACES TO LINDET-REL.
           MOVE DESCRICAO-CR100(1: 28)  TO LINDET-REL(1: 28).
           MOVE "INSTRUCOES: APOS O VENCIMENTO MULTA DE"
                                        TO LINDET-REL(32: 38).
           MOVE MULTA-CR140             TO PERC-ED-W.
           MOVE PERC-ED-W               TO LINDET-REL(71: 5).
           MOVE "% E JUROS DE"          TO LINDET-REL(76: 12).
           MOVE JUROS-MES-CR140         TO PERC-ED-W.
           MOVE PERC-ED-W               TO LINDET-REL(89: 5).
           MOVE "% A.M."                TO LINDET-REL(94: 6).
           PERFORM IMPRIME-LINHA-BOLETO.
           MOVE SPACES TO LINDET-REL.
           MOVE "PAGADOR"               TO LINDET-REL(1: 7).
           MOVE "PAGADOR: "             TO LINDET-REL(32: 9).
           MOVE NOME-CG10               TO LINDET-REL(41: 40).
           MOVE "CPF"                   TO LINDET-REL(82: 3).
           MOVE CPF1-CG11(6: 11)        TO LINDET-REL(86: 11).
           PERFORM IMPRIME-LINHA-BOLETO.
           MOVE SPACES TO LINDET-REL.
           MOVE NOME-CG10(1: 28)        TO LINDET-REL(1: 28).
           MOVE ENDERECO1-CG11          TO LINDET-REL(41: 45).
           MOVE CEP1-CG11               TO LINDET-REL(87: 8).
           PERFORM IMPRIME-LINHA-BOLETO.
           MOVE SPACES TO LINDET-REL.
           MOVE "CODIGO DE BARRAS: "    TO LINDET-REL(32: 18).
           MOVE CODIGO-BARRAS-CR141     TO LINDET-REL(50: 44).
           PERFORM IMPRIME-LINHA-BOLETO.
           WRITE REG-RELAT FROM CORTE01.
           ADD 1 TO LIN.

       IMPRIME-LINHA-BOLETO SECTION.
           MOVE "|" TO LINDET-REL(30: 1).
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.

       CONVERTE-DATA SECTION.
           MOVE DATA-AAAAMMDD-W(7: 2) TO DIA-DDMMAAAA-W.
           MOVE DATA-AAAAMMDD-W(5: 2) TO MES-DDMMAAAA-W.
           MOVE DATA-AAAAMMDD-W(1: 4) TO ANO-DDMMAAAA-W.
           MOVE DATA-DDMMAAAA-N       TO DATA-ED-W.

      *----------------------------------------------------------------
      *    REMESSA DE COBRANCA: BOLETOS EMITIDOS AINDA NAO REMETIDOS
      *----------------------------------------------------------------
       GERA-REMESSA SECTION.
           PERFORM LE-PARAMETROS.
           IF CONVENIO-CR140 = ZEROS
              DISPLAY "CONVENIO NAO CONFIGURADO (OPCAO 1)"
              GO GERA-REMESSA-FIM
           END-IF.
           DISPLAY "Arquivo de remessa a gerar: ".
           ACCEPT REMESSA-PATH-W FROM CONSOLE.
           OPEN OUTPUT REMESSA.
           IF ST-REMESSA <> "00"
              DISPLAY "ERRO ABERTURA REMESSA: " ST-REMESSA
              GO GERA-REMESSA-FIM
           END-IF.
           MOVE ZEROS TO QT-REMETIDOS-W TOTAL-REMETIDO-W PAGE-COUNT.
           MOVE CONVENIO-CR140  TO CONVENIO-HDR.
           MOVE BANCO-CR140     TO BANCO-HDR.
           MOVE AGENCIA-CR140   TO AGENCIA-HDR.
           MOVE CONTA-CR140     TO CONTA-HDR.
           MOVE CONTA-DV-CR140  TO CONTA-DV-HDR.
           MOVE CARTEIRA-CR140  TO CARTEIRA-HDR.
           MOVE NOME-EMPRESA-W  TO EMPRESA-HDR.
           MOVE DATA-HOJE-W     TO DATA-HDR.
           MOVE REM-HEADER      TO REG-REMESSA.
           WRITE REG-REMESSA.
           OPEN OUTPUT RELAT.
           MOVE DATA-HOJE-W TO DATA-AAAAMMDD-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-ED-W   TO DATA-CAB-REL.
           PERFORM CABECALHO.
           INITIALIZE CHAVE-CR141.
           START CRD141 KEY IS NOT < CHAVE-CR141 INVALID KEY
                 MOVE "10" TO ST-CRD141.
           PERFORM UNTIL ST-CRD141 = "10"
              READ CRD141 NEXT RECORD AT END MOVE "10" TO ST-CRD141
              NOT AT END
                IF SITUACAO-CR141 = ZEROS
                   PERFORM REMETE-BOLETO
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD141.
           MOVE QT-REMETIDOS-W   TO QT-TRL.
           MOVE TOTAL-REMETIDO-W TO TOTAL-TRL.
           MOVE REM-TRAILER      TO REG-REMESSA.
           WRITE REG-REMESSA.
           CLOSE REMESSA.
           MOVE QT-REMETIDOS-W   TO QT-REMETIDOS-REL.
           MOVE TOTAL-REMETIDO-W TO TOTAL-REMETIDO-REL.
           WRITE REG-RELAT FROM LINTOT1 AFTER 2.
           CLOSE RELAT.
           DISPLAY "BOLETOS REMETIDOS: " QT-REMETIDOS-W
                   "  ARQUIVO: " REMESSA-PATH-W.
       GERA-REMESSA-FIM.
           EXIT.

       REMETE-BOLETO SECTION.
           MOVE CLASSIF-CLI-CR141 TO CLASSIF-CG10 CLASSIF-CG11.
           MOVE COD-CLIENTE-CR141 TO CODIGO-CG10 CODIGO-CG11.
           READ CGD010 INVALID KEY MOVE SPACES TO NOME-CG10
           END-READ.
           READ CGD011 INVALID KEY INITIALIZE REG-CGD011
           END-READ.
           PERFORM CALCULA-CODIGO-BARRAS.
           MOVE NOSSO-NUMERO-CR141     TO NOSSO-NUMERO-DET.
           MOVE CRP106-NOSSO-NUMERO-DV TO NOSSO-NR-DV-DET.
           MOVE CONTRATO-CR141         TO CONTRATO-DET.
           MOVE SEQ-CR141              TO SEQ-DET.
           MOVE DATA-VENCTO-CR141      TO VENCTO-DET.
           MOVE VALOR-CR141            TO VALOR-DET.
           MOVE CPF1-CG11              TO CPF-DET.
           MOVE NOME-CG10              TO NOME-DET.
           MOVE ENDERECO1-CG11         TO ENDERECO-DET.
           MOVE CEP1-CG11              TO CEP-DET.
           MOVE MULTA-CR140            TO MULTA-DET.
           MOVE JUROS-MES-CR140        TO JUROS-DET.
           MOVE REM-DETALHE            TO REG-REMESSA.
           WRITE REG-REMESSA.
           MOVE 1           TO SITUACAO-CR141.
           MOVE DATA-HOJE-W TO DATA-REMESSA-CR141.
           REWRITE REG-CRD141 INVALID KEY CONTINUE END-REWRITE.
           ADD 1 TO QT-REMETIDOS-W.
           ADD VALOR-CR141 TO TOTAL-REMETIDO-W.
           MOVE SPACES                 TO LINDET-REL.
           MOVE NOSSO-NUMERO-CR141     TO LINDET-REL(1: 11).
           MOVE CONTRATO-CR141         TO LINDET-REL(15: 6).
           MOVE SEQ-CR141              TO LINDET-REL(22: 5).
           MOVE NOME-CG10(1: 30)       TO LINDET-REL(28: 30).
           MOVE DATA-VENCTO-CR141      TO DATA-AAAAMMDD-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-ED-W              TO LINDET-REL(59: 10).
           MOVE VALOR-CR141            TO VALOR-ED-W.
           MOVE VALOR-ED-W             TO LINDET-REL(70: 13).
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
           CLOSE COD040 CGD010 CGD011 CXD020 CRD100 CRD140 CRD141.
           IF TEM-CRD120-W = 1
              CLOSE CRD120
           END-IF.
           IF TEM-CRD180-W = 1
              CLOSE CRD180
           END-IF.
           CANCEL "CRP106".
           EXIT PROGRAM.
