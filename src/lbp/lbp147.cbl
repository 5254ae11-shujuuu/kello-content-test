       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP147.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Faturamento mensal da revelação feita para outras
      *unidades do grupo. O lançamento de revelação (LBP101 / LBP120)
      *guarda a empresa solicitante (CGD016) no LBD056. Opções:
      *  CONVENIO ...: por empresa solicitante (LBD057), a margem (%)
      *                sobre o custo padrão do LBD030, o contrato e o
      *                cliente que representam a solicitante no contas
      *                a receber desta unidade e o fornecedor que
      *                representa esta unidade no contas a pagar da
      *                solicitante, com tipo, portador e prazo;
      *  FATURAMENTO : no mês (AAAAMM), para cada convênio, preço dos
      *                filmes ainda não faturados com data até o fim
      *                do mês = custo padrão x (1 + margem); gera o
      *                título a receber nesta unidade (CRD100) e o
      *                título a pagar previsto na solicitante (CPD020
      *                + CPD044, aprovação no CPP060 dela), marca os
      *                lançamentos com o mês e o valor cobrado
      *                (LBD056), registra o par no LBD058 e imprime o
      *                extrato das duas unidades;
      *  EXTRATO ....: reemite o extrato do mês (uma ou todas as
      *                empresas solicitantes).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX016.
           COPY LBPX021.
           COPY LBPX030.
           COPY LBPX056.
           COPY LBPX057.
           COPY LBPX058.
           COPY LBPX101.
           COPY CRPX100.
           COPY CPPX020.
           COPY CPPX044.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW016.
       COPY LBPW021.
       COPY LBPW030.
       COPY LBPW056.
       COPY LBPW057.
       COPY LBPW058.
       COPY LBPW101.
       COPY CRPW100.
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
           05  ST-CGD016             PIC XX       VALUE SPACES.
           05  ST-LBD021             PIC XX       VALUE SPACES.
           05  ST-LBD030             PIC XX       VALUE SPACES.
           05  ST-LBD056             PIC XX       VALUE SPACES.
           05  ST-LBD057             PIC XX       VALUE SPACES.
           05  ST-LBD058             PIC XX       VALUE SPACES.
           05  ST-LBD101             PIC XX       VALUE SPACES.
           05  ST-CRD100             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD044             PIC XX       VALUE SPACES.
           05  CGD016-EXISTE-W       PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  EMPRESA-SOLIC-W       PIC XXX      VALUE SPACES.
           05  EMPRESA-VALIDA-W      PIC 9        VALUE ZEROS.
           05  COMPETENCIA-W         PIC 9(6)     VALUE ZEROS.
           05  COMPETENCIA-R REDEFINES COMPETENCIA-W.
               10  ANO-COMP-W        PIC 9(4).
               10  MES-COMP-W        PIC 9(2).
           05  FIM-MES-W             PIC 9(8)     VALUE ZEROS.
           05  MES-ANO-W             PIC X(7)     VALUE SPACES.
           05  VENCTO-W              PIC 9(8)     VALUE ZEROS.
           05  NR-DOCTO-W            PIC X(10)    VALUE SPACES.
           05  PROX-SEQ-W            PIC 9(5)     VALUE ZEROS.
           05  VALOR-UNIT-W          PIC 9(7)V99  VALUE ZEROS.
           05  VALOR-LANCTO-W        PIC 9(8)V99  VALUE ZEROS.
      *    TOTAIS DO PAR (REVELADORA X SOLICITANTE) E DO PROCESSAMENTO
           05  QT-FILMES-EMP-W       PIC 9(6)     VALUE ZEROS.
           05  VALOR-EMP-W           PIC 9(8)V99  VALUE ZEROS.
           05  QT-EXTRATOS-W         PIC 9(3)     VALUE ZEROS.
           05  QT-SEM-CUSTO-W        PIC 9(5)     VALUE ZEROS.
           05  VALOR-E-W             PIC ZZ.ZZZ.ZZ9,99.
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
           05  FILLER              PIC X(44)   VALUE
               "EXTRATO DE REVELACAO INTER-EMPRESAS - MES ".
           05  MES-ANO-REL         PIC X(7).
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(40)   VALUE
               "DATA       SEQ TP DESCRICAO".
           05  FILLER              PIC X(60)   VALUE
               "QTDE CUSTO PADRAO   VALOR UNIT.          VALOR".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINTOT1.
           05  FILLER              PIC X(35)   VALUE
               "TOTAL DO EXTRATO.......... FILMES: ".
           05  QT-FILMES-REL       PIC ZZZ.ZZ9.
           05  FILLER              PIC X(31)   VALUE SPACES.
           05  VALOR-TOTAL-REL     PIC ZZ.ZZZ.ZZ9,99.
       01  LINTOT2.
           05  FILLER              PIC X(100)  VALUE
           "*** SOMA DAS LINHAS DIFERENTE DO VALOR DOS TITULOS ***".
       01  DATA-ED-W               PIC 99/99/9999.
       01  DATA-INV-W              PIC 9(8).
       01  DATA-INV-R REDEFINES DATA-INV-W.
           05  ANO-INV-W           PIC 9(4).
           05  MES-INV-W           PIC 9(2).
           05  DIA-INV-W           PIC 9(2).
       01  DATA-DDMMAAAA-W.
           05  DIA-DDMM-W          PIC 9(2).
           05  MES-DDMM-W          PIC 9(2).
           05  ANO-DDMM-W          PIC 9(4).
       01  DATA-DDMMAAAA-N REDEFINES DATA-DDMMAAAA-W PIC 9(8).

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
           MOVE ZEROS TO ERRO-W CGD016-EXISTE-W.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE NOME-EMPRESA-W     TO EMPRESA-REL
           MOVE "LBD021" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD021.
           MOVE "LBD030" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD030.
           MOVE "LBD056" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD056.
           MOVE "LBD057" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD057.
           MOVE "LBD058" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD058.
           MOVE "LBD101" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD101.
           MOVE "CRD100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD100.
           OPEN INPUT LBD021 LBD030 LBD101.
           OPEN I-O CRD100.
           OPEN I-O LBD056.
           IF ST-LBD056 = "35"
              OPEN OUTPUT LBD056
              CLOSE       LBD056
              OPEN I-O    LBD056
           END-IF.
           OPEN I-O LBD057.
           IF ST-LBD057 = "35"
              OPEN OUTPUT LBD057
              CLOSE       LBD057
              OPEN I-O    LBD057
           END-IF.
           OPEN I-O LBD058.
           IF ST-LBD058 = "35"
              OPEN OUTPUT LBD058
              CLOSE       LBD058
              OPEN I-O    LBD058
           END-IF.
      *    CADASTRO DE EMPRESAS (CGD016, VER CGP020) - COMPARTILHADO,
      *    NA RAIZ. SEM ELE O CODIGO DA SOLICITANTE NAO E CONFERIDO.
           MOVE "\PROGRAMA\KELLO\CGD016" TO PATH-CGD016.
           OPEN INPUT CGD016.
           IF ST-CGD016 = "00"
              MOVE 1 TO CGD016-EXISTE-W
           END-IF.
           IF ST-LBD021 <> "00"
              DISPLAY "ERRO ABERTURA LBD021: " ST-LBD021
              MOVE 1 TO ERRO-W.
           IF ST-LBD030 <> "00"
              DISPLAY "ERRO ABERTURA LBD030: " ST-LBD030
              MOVE 1 TO ERRO-W.
           IF ST-LBD101 <> "00"
              DISPLAY "ERRO ABERTURA LBD101: " ST-LBD101
              MOVE 1 TO ERRO-W.
           IF ST-CRD100 <> "00"
              DISPLAY "ERRO ABERTURA CRD100: " ST-CRD100
              MOVE 1 TO ERRO-W.
           IF ST-LBD056 <> "00"
              DISPLAY "ERRO ABERTURA LBD056: " ST-LBD056
              MOVE 1 TO ERRO-W.
           IF ST-LBD057 <> "00"
              DISPLAY "ERRO ABERTURA LBD057: " ST-LBD057
              MOVE 1 TO ERRO-W.
           IF ST-LBD058 <> "00"
              DISPLAY "ERRO ABERTURA LBD058: " ST-LBD058
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "LBP147" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA LBP147"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-CONVENIO  2-FATURAMENTO  3-EXTRATO  "
                   "9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM ALTERA-CONVENIO
              WHEN 2 PERFORM FATURAMENTO-MENSAL
              WHEN 3 PERFORM REEMITE-EXTRATO
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    CONVENIO POR EMPRESA SOLICITANTE (LBD057)
      *----------------------------------------------------------------
       ALTERA-CONVENIO SECTION.
           DISPLAY "Empresa solicitante (CGD016): ".
           ACCEPT EMPRESA-SOLIC-W FROM CONSOLE.
           PERFORM VALIDA-EMPRESA-SOLIC.
           IF EMPRESA-VALIDA-W = ZEROS
              GO ALTERA-CONVENIO-FIM
           END-IF.
           MOVE EMPRESA-SOLIC-W TO EMPRESA-SOLIC-L57.
           READ LBD057 INVALID KEY
                INITIALIZE REG-LBD057
                MOVE EMPRESA-SOLIC-W TO EMPRESA-SOLIC-L57
                DISPLAY "CONVENIO NOVO"
              NOT INVALID KEY
                DISPLAY "MARGEM " MARGEM-L57 "%  CONTRATO "
                        CONTRATO-L57 "  CLIENTE " CLASSIF-CLI-L57
                        "-" COD-CLIENTE-L57
                DISPLAY "FORNECEDOR NA SOLICITANTE " FORNEC-L57
                        "  TIPO " TIPO-FORN-L57
                        "  PORTADOR " PORTADOR-L57
                        "  PRAZO " DIAS-VENCTO-L57 " DIAS"
           END-READ.
           DISPLAY "Alterar o convenio (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO ALTERA-CONVENIO-FIM
           END-IF.
           DISPLAY "Margem sobre o custo padrao (%, 2 decimais): ".
           ACCEPT MARGEM-L57 FROM CONSOLE.
           DISPLAY "Contrato do contas a receber (CRD100): ".
           ACCEPT CONTRATO-L57 FROM CONSOLE.
           DISPLAY "Classificacao do cliente (0-CONTRATO 1-COMUM): ".
           ACCEPT CLASSIF-CLI-L57 FROM CONSOLE.
           DISPLAY "Cliente que representa a solicitante (CGD010): ".
           ACCEPT COD-CLIENTE-L57 FROM CONSOLE.
           DISPLAY "Fornecedor desta unidade no CGD001 da "
                   "solicitante: ".
           ACCEPT FORNEC-L57 FROM CONSOLE.
           DISPLAY "Tipo de fornecedor do titulo a pagar: ".
           ACCEPT TIPO-FORN-L57 FROM CONSOLE.
           DISPLAY "Portador do titulo a pagar: ".
           ACCEPT PORTADOR-L57 FROM CONSOLE.
           DISPLAY "Prazo em dias para o vencimento: ".
           ACCEPT DIAS-VENCTO-L57 FROM CONSOLE.
           IF CONTRATO-L57 = ZEROS OR FORNEC-L57 = ZEROS
              DISPLAY "CONTRATO E FORNECEDOR OBRIGATORIOS - CONVENIO "
                      "NAO GRAVADO"
              GO ALTERA-CONVENIO-FIM
           END-IF.
           MOVE COD-USUARIO-W TO DIGITADOR-L57.
           WRITE REG-LBD057 INVALID KEY
                REWRITE REG-LBD057 INVALID KEY
                     DISPLAY "ERRO GRAVACAO LBD057: " ST-LBD057
                END-REWRITE
           END-WRITE.
           DISPLAY "CONVENIO GRAVADO.".
       ALTERA-CONVENIO-FIM.
           EXIT.

      *    SOLICITANTE DIFERENTE DA PROPRIA EMPRESA E, COM O CADASTRO
      *    DISPONIVEL, REGISTRADA E ATIVA (MESMA CRITICA DO LBP101).
       VALIDA-EMPRESA-SOLIC SECTION.
           MOVE 1 TO EMPRESA-VALIDA-W.
           IF EMPRESA-SOLIC-W = SPACES OR EMPRESA-SOLIC-W = EMPRESA-W
              MOVE ZEROS TO EMPRESA-VALIDA-W
              DISPLAY "EMPRESA SOLICITANTE INVALIDA"
              GO VALIDA-EMPRESA-SOLIC-FIM
           END-IF.
           IF CGD016-EXISTE-W = 1
              MOVE EMPRESA-SOLIC-W TO CODIGO-CG16
              READ CGD016 INVALID KEY
                   MOVE ZEROS TO EMPRESA-VALIDA-W
                   DISPLAY "EMPRESA " EMPRESA-SOLIC-W
                           " NAO CADASTRADA (CGP020)"
                 NOT INVALID KEY
                   IF ATIVA-CG16 NOT = 1
                      MOVE ZEROS TO EMPRESA-VALIDA-W
                      DISPLAY "EMPRESA " EMPRESA-SOLIC-W
                              " DESATIVADA"
                   ELSE
                      DISPLAY "EMPRESA: " NOME-CG16
                   END-IF
              END-READ
           END-IF.
       VALIDA-EMPRESA-SOLIC-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    FATURAMENTO DO MES - UM PAR DE TITULOS POR CONVENIO
      *----------------------------------------------------------------
       FATURAMENTO-MENSAL SECTION.
           DISPLAY "Mes a faturar (AAAAMM): ".
           ACCEPT COMPETENCIA-W FROM CONSOLE.
           IF MES-COMP-W < 1 OR MES-COMP-W > 12
              DISPLAY "MES INVALIDO"
              GO FATURAMENTO-MENSAL-FIM
           END-IF.
           DISPLAY "Confirma o faturamento de " MES-COMP-W "/"
                   ANO-COMP-W " (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO FATURAMENTO-MENSAL-FIM
           END-IF.
           PERFORM MONTA-MES-ANO.
           COMPUTE FIM-MES-W = COMPETENCIA-W * 100 + 31.
           MOVE ZEROS TO QT-EXTRATOS-W QT-SEM-CUSTO-W PAGE-COUNT.
           OPEN OUTPUT RELAT.
           MOVE SPACES TO EMPRESA-SOLIC-L57.
           START LBD057 KEY IS NOT < EMPRESA-SOLIC-L57 INVALID KEY
                 MOVE "10" TO ST-LBD057.
           PERFORM UNTIL ST-LBD057 = "10"
              READ LBD057 NEXT RECORD AT END MOVE "10" TO ST-LBD057
              NOT AT END
                PERFORM FATURA-EMPRESA
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD057.
           CLOSE RELAT.
           DISPLAY "EXTRATOS EMITIDOS: " QT-EXTRATOS-W
                   "  LANCAMENTOS SEM CUSTO PADRAO: " QT-SEM-CUSTO-W.
       FATURAMENTO-MENSAL-FIM.
           EXIT.

      *    REG-LBD057 CARREGADO. O CONTAS A PAGAR DA SOLICITANTE E
      *    ABERTO ANTES DE MARCAR QUALQUER LANCAMENTO: SEM ELE NADA E
      *    FATURADO E O MES FICA PENDENTE PARA ESSA EMPRESA.
       FATURA-EMPRESA SECTION.
           MOVE EMPRESA-SOLIC-L57 TO EMPRESA-SOLIC-W.
           MOVE COMPETENCIA-W     TO MES-L58.
           MOVE EMPRESA-SOLIC-W   TO EMPRESA-SOLIC-L58.
           READ LBD058 INVALID KEY CONTINUE
             NOT INVALID KEY
               DISPLAY "EMPRESA " EMPRESA-SOLIC-W
                       " JA FATURADA NO MES - USE A REEMISSAO"
               GO FATURA-EMPRESA-FIM
           END-READ.
           IF CONTRATO-L57 = ZEROS OR FORNEC-L57 = ZEROS
              DISPLAY "EMPRESA " EMPRESA-SOLIC-W
                      " COM CONVENIO INCOMPLETO - NAO FATURADA"
              GO FATURA-EMPRESA-FIM
           END-IF.
           MOVE EMPRESA-SOLIC-W TO EMP-REC.
           MOVE "CPD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "CPD044" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD044.
           MOVE EMPRESA-W       TO EMP-REC.
           OPEN I-O CPD020.
           IF ST-CPD020 <> "00"
              DISPLAY "EMPRESA " EMPRESA-SOLIC-W
                      " ERRO ABERTURA CPD020: " ST-CPD020
                      " - NAO FATURADA"
              GO FATURA-EMPRESA-FIM
           END-IF.
           OPEN I-O CPD044.
           IF ST-CPD044 = "35"
              OPEN OUTPUT CPD044
              CLOSE       CPD044
              OPEN I-O    CPD044
           END-IF.
           IF ST-CPD044 <> "00"
              DISPLAY "EMPRESA " EMPRESA-SOLIC-W
                      " ERRO ABERTURA CPD044: " ST-CPD044
                      " - NAO FATURADA"
              CLOSE CPD020
              GO FATURA-EMPRESA-FIM
           END-IF.
           MOVE ZEROS TO QT-FILMES-EMP-W VALOR-EMP-W.
           PERFORM MARCA-LANCAMENTOS.
           IF QT-FILMES-EMP-W = ZEROS
              DISPLAY "EMPRESA " EMPRESA-SOLIC-W
                      " SEM LANCAMENTOS A FATURAR"
              CLOSE CPD020 CPD044
              GO FATURA-EMPRESA-FIM
           END-IF.
           MOVE DATA-HOJE-W           TO GRTIME-DATE.
           MOVE DIAS-VENCTO-L57       TO GRTIME-DAYS.
           MOVE "SOMA"                TO GRTIME-FUNCTION.
           MOVE "DIAS"                TO GRTIME-TYPE.
           CALL "GRTIME" USING PARAMETROS-GRTIME.
           CANCEL "GRTIME".
           MOVE GRTIME-DATE-FINAL     TO VENCTO-W.
           MOVE SPACES TO NR-DOCTO-W.
           STRING "IE" COMPETENCIA-W DELIMITED BY SIZE INTO NR-DOCTO-W.
           INITIALIZE REG-LBD058.
           MOVE COMPETENCIA-W   TO MES-L58.
           MOVE EMPRESA-SOLIC-W TO EMPRESA-SOLIC-L58.
           PERFORM GERA-RECEBER.
           PERFORM GERA-PAGAR.
           CLOSE CPD020 CPD044.
           MOVE NR-DOCTO-W      TO NR-DOCTO-L58.
           MOVE VENCTO-W        TO DATA-VENCTO-L58.
           MOVE QT-FILMES-EMP-W TO QTDE-FILMES-L58.
           MOVE VALOR-EMP-W     TO VALOR-TOTAL-L58.
           MOVE DATA-HOJE-W     TO DATA-FATURAMENTO-L58.
           MOVE COD-USUARIO-W   TO DIGITADOR-L58.
           WRITE REG-LBD058 INVALID KEY
                DISPLAY "ERRO GRAVACAO LBD058: " ST-LBD058
           END-WRITE.
           MOVE VALOR-EMP-W TO VALOR-E-W.
           DISPLAY "EMPRESA " EMPRESA-SOLIC-W "  FILMES "
                   QT-FILMES-EMP-W "  VALOR " VALOR-E-W
                   "  CRD100 " CONTRATO-L58 "/" SEQ-CR100-L58
                   "  CPD020 " FORNEC-L58 "/" SEQ-CP20-L58.
           PERFORM IMPRIME-EXTRATO.
       FATURA-EMPRESA-FIM.
           EXIT.

      *    LANCAMENTOS DA SOLICITANTE AINDA NAO FATURADOS, COM DATA
      *    ATE O FIM DO MES (O LANCAMENTO ATRASADO DE MES ANTERIOR
      *    ENTRA NO PRIMEIRO FATURAMENTO SEGUINTE).
       MARCA-LANCAMENTOS SECTION.
           MOVE ZEROS TO DATA-MOVTO-L56 SEQ-L56.
           START LBD056 KEY IS NOT < CHAVE-L56 INVALID KEY
                 MOVE "10" TO ST-LBD056.
           PERFORM UNTIL ST-LBD056 = "10"
              READ LBD056 NEXT RECORD AT END MOVE "10" TO ST-LBD056
              NOT AT END
                IF DATA-MOVTO-L56 > FIM-MES-W
                   MOVE "10" TO ST-LBD056
                ELSE
                   IF EMPRESA-SOLIC-L56 = EMPRESA-SOLIC-W
                      AND MES-FATURADO-L56 = ZEROS
                      PERFORM PRECIFICA-LANCAMENTO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD056.

      *    PRECO = CUSTO PADRAO DO TIPO (LBD030) ACRESCIDO DA MARGEM
      *    DO CONVENIO, ARREDONDADO NO CENTAVO POR FILME. TIPO SEM
      *    CUSTO PADRAO FICA PENDENTE ATE O CUSTO SER CADASTRADO.
       PRECIFICA-LANCAMENTO SECTION.
           MOVE DATA-MOVTO-L56 TO DATA-MOVTO-L101.
           MOVE SEQ-L56        TO SEQ-L101.
           READ LBD101 INVALID KEY
                DISPLAY "LANCAMENTO " DATA-MOVTO-L56 "/" SEQ-L56
                        " NAO ENCONTRADO NO LBD101"
                GO PRECIFICA-LANCAMENTO-FIM
           END-READ.
           MOVE TIPO-FILME-L101 TO CODIGO-LB30.
           READ LBD030 INVALID KEY
                ADD 1 TO QT-SEM-CUSTO-W
                DISPLAY "TIPO " TIPO-FILME-L101 " SEM CUSTO PADRAO - "
                        "LANCAMENTO " DATA-MOVTO-L56 "/" SEQ-L56
                        " FICA PENDENTE"
                GO PRECIFICA-LANCAMENTO-FIM
           END-READ.
           COMPUTE VALOR-UNIT-W ROUNDED =
                   CUSTO-PADRAO-L30 * (100 + MARGEM-L57) / 100.
           COMPUTE VALOR-LANCTO-W = VALOR-UNIT-W * QTDE-FILMES-L101.
           MOVE COMPETENCIA-W    TO MES-FATURADO-L56.
           MOVE TIPO-FILME-L101  TO TIPO-FILME-FAT-L56.
           MOVE QTDE-FILMES-L101 TO QTDE-FAT-L56.
           MOVE CUSTO-PADRAO-L30 TO CUSTO-PADRAO-FAT-L56.
           MOVE VALOR-UNIT-W     TO VALOR-UNIT-FAT-L56.
           MOVE VALOR-LANCTO-W   TO VALOR-FAT-L56.
           REWRITE REG-LBD056 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD056: " ST-LBD056
                GO PRECIFICA-LANCAMENTO-FIM
           END-REWRITE.
           ADD QTDE-FILMES-L101 TO QT-FILMES-EMP-W.
           ADD VALOR-LANCTO-W   TO VALOR-EMP-W.
       PRECIFICA-LANCAMENTO-FIM.
           EXIT.

      *    A RECEBER NESTA UNIDADE: TITULO NOVO NO CONTRATO DO
      *    CONVENIO (PROXIMA SEQUENCIA LIVRE, MESMA REGRA DO CRP100).
       GERA-RECEBER SECTION.
           MOVE ZEROS TO PROX-SEQ-W.
           MOVE CONTRATO-L57 TO CONTRATO-CR100.
           MOVE ZEROS        TO SEQ-CR100.
           START CRD100 KEY IS NOT < CHAVE-CR100 INVALID KEY
                 MOVE "10" TO ST-CRD100.
           PERFORM UNTIL ST-CRD100 = "10"
              READ CRD100 NEXT RECORD AT END MOVE "10" TO ST-CRD100
              NOT AT END
                IF CONTRATO-CR100 <> CONTRATO-L57
                   MOVE "10" TO ST-CRD100
                ELSE
                   MOVE SEQ-CR100 TO PROX-SEQ-W
                END-IF
              END-READ
           END-PERFORM.
           ADD 1 TO PROX-SEQ-W.
           INITIALIZE REG-CRD100.
           MOVE CONTRATO-L57     TO CONTRATO-CR100.
           MOVE PROX-SEQ-W       TO SEQ-CR100.
           MOVE CLASSIF-CLI-L57  TO CLASSIF-CLI-CR100.
           MOVE COD-CLIENTE-L57  TO COD-CLIENTE-CR100.
           MOVE NR-DOCTO-W       TO NR-DOCTO-CR100.
           MOVE USUARIO-W        TO RESPONSAVEL-CR100.
           MOVE SPACES           TO DESCRICAO-CR100.
           STRING "REVEL. P/ EMPRESA " EMPRESA-SOLIC-W " " MES-ANO-W
                  DELIMITED BY SIZE INTO DESCRICAO-CR100.
           MOVE VENCTO-W         TO DATA-VENCTO-CR100.
           MOVE VALOR-EMP-W      TO VALOR-TOT-CR100.
           MOVE ZEROS            TO SITUACAO-CR100.
           MOVE ZEROS TO ST-CRD100.
           PERFORM UNTIL ST-CRD100 = "10"
             WRITE REG-CRD100 INVALID KEY
                 ADD 1 TO SEQ-CR100
               NOT INVALID KEY
                 MOVE "10" TO ST-CRD100.
           MOVE ZEROS TO ST-CRD100.
           MOVE CONTRATO-CR100 TO CONTRATO-L58.
           MOVE SEQ-CR100      TO SEQ-CR100-L58.

      *    A PAGAR NA SOLICITANTE: TITULO PREVISTO NO FORNECEDOR QUE
      *    REPRESENTA ESTA UNIDADE, COM O CONTROLE DE CRIACAO CPD044 -
      *    A APROVACAO (CPP060) FICA COM A PROPRIA SOLICITANTE.
       GERA-PAGAR SECTION.
           MOVE ZEROS TO PROX-SEQ-W.
           MOVE FORNEC-L57 TO FORNEC-CP20.
           MOVE ZEROS      TO SEQ-CP20.
           START CPD020 KEY IS NOT < CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END MOVE "10" TO ST-CPD020
              NOT AT END
                IF FORNEC-CP20 <> FORNEC-L57
                   MOVE "10" TO ST-CPD020
                ELSE
                   MOVE SEQ-CP20 TO PROX-SEQ-W
                END-IF
              END-READ
           END-PERFORM.
           ADD 1 TO PROX-SEQ-W.
           INITIALIZE REG-CPD020.
           MOVE FORNEC-L57        TO FORNEC-CP20.
           MOVE PROX-SEQ-W        TO SEQ-CP20.
           MOVE NR-DOCTO-W        TO NR-DOCTO-CP20.
           MOVE TIPO-FORN-L57     TO TIPO-FORN-CP20.
           MOVE PORTADOR-L57      TO PORTADOR-CP20.
           MOVE USUARIO-W         TO RESPONSAVEL-CP20.
           MOVE SPACES            TO DESCRICAO-CP20.
           STRING "REVEL. DA EMPRESA " EMPRESA-W " " MES-ANO-W
                  DELIMITED BY SIZE INTO DESCRICAO-CP20.
           MOVE VENCTO-W          TO DATA-VENCTO-CP20.
           MOVE VALOR-EMP-W       TO VALOR-TOT-CP20.
           MOVE ZEROS             TO SITUACAO-CP20.
           MOVE 1                 TO PREV-DEF-CP20.
           MOVE ZEROS TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
             WRITE REG-CPD020 INVALID KEY
                 ADD 1 TO SEQ-CP20
               NOT INVALID KEY
                 MOVE "10" TO ST-CPD020.
           MOVE ZEROS TO ST-CPD020.
           MOVE FORNEC-CP20   TO FORNEC-CP44 FORNEC-L58.
           MOVE SEQ-CP20      TO SEQ-CP44 SEQ-CP20-L58.
           MOVE COD-USUARIO-W TO USUARIO-CRIACAO-CP44.
           MOVE DATA-HOJE-W   TO DATA-CRIACAO-CP44.
           MOVE ZEROS TO USUARIO-APROV-CP44 DATA-APROV-CP44
                         HORA-APROV-CP44.
           WRITE REG-CPD044 INVALID KEY CONTINUE END-WRITE.

      *----------------------------------------------------------------
      *    REEMISSAO DO EXTRATO (LBD058 DO MES)
      *----------------------------------------------------------------
       REEMITE-EXTRATO SECTION.
           DISPLAY "Mes (AAAAMM): ".
           ACCEPT COMPETENCIA-W FROM CONSOLE.
           IF MES-COMP-W < 1 OR MES-COMP-W > 12
              DISPLAY "MES INVALIDO"
              GO REEMITE-EXTRATO-FIM
           END-IF.
           DISPLAY "Empresa solicitante (BRANCO = TODAS): ".
           ACCEPT EMPRESA-SOLIC-W FROM CONSOLE.
           PERFORM MONTA-MES-ANO.
           MOVE ZEROS TO QT-EXTRATOS-W PAGE-COUNT.
           OPEN OUTPUT RELAT.
           MOVE COMPETENCIA-W TO MES-L58.
           MOVE SPACES        TO EMPRESA-SOLIC-L58.
           START LBD058 KEY IS NOT < CHAVE-L58 INVALID KEY
                 MOVE "10" TO ST-LBD058.
           PERFORM UNTIL ST-LBD058 = "10"
              READ LBD058 NEXT RECORD AT END MOVE "10" TO ST-LBD058
              NOT AT END
                IF MES-L58 <> COMPETENCIA-W
                   MOVE "10" TO ST-LBD058
                ELSE
                   IF EMPRESA-SOLIC-W = SPACES
                      OR EMPRESA-SOLIC-L58 = EMPRESA-SOLIC-W
                      PERFORM IMPRIME-EXTRATO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD058.
           CLOSE RELAT.
           DISPLAY "EXTRATOS EMITIDOS: " QT-EXTRATOS-W.
       REEMITE-EXTRATO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    EXTRATO DO PAR (REG-LBD058 CARREGADO): OS DOIS TITULOS E OS
      *    LANCAMENTOS COBRADOS, COM OS VALORES GRAVADOS NO LBD056 NO
      *    FATURAMENTO. A SOMA DAS LINHAS E CONFERIDA COM O TITULO.
      *----------------------------------------------------------------
       IMPRIME-EXTRATO SECTION.
           ADD 1 TO QT-EXTRATOS-W.
           MOVE ZEROS TO QT-FILMES-EMP-W VALOR-EMP-W.
           PERFORM CABECALHO.
           MOVE SPACES               TO LINDET-REL.
           MOVE "REVELADORA..: "     TO LINDET-REL(1: 14).
           MOVE EMPRESA-W            TO LINDET-REL(15: 3).
           MOVE NOME-EMPRESA-W       TO LINDET-REL(21: 40).
           WRITE REG-RELAT FROM LINDET.
           MOVE SPACES               TO LINDET-REL.
           MOVE "SOLICITANTE.: "     TO LINDET-REL(1: 14).
           MOVE EMPRESA-SOLIC-L58    TO LINDET-REL(15: 3).
           IF CGD016-EXISTE-W = 1
              MOVE EMPRESA-SOLIC-L58 TO CODIGO-CG16
              READ CGD016 INVALID KEY MOVE SPACES TO NOME-CG16
              END-READ
              MOVE NOME-CG16         TO LINDET-REL(21: 40)
           END-IF.
           WRITE REG-RELAT FROM LINDET.
           MOVE SPACES               TO LINDET-REL.
           MOVE "A RECEBER EM "      TO LINDET-REL(1: 13).
           MOVE EMPRESA-W            TO LINDET-REL(14: 3).
           MOVE ": CRD100 CONTRATO"  TO LINDET-REL(17: 17).
           MOVE CONTRATO-L58         TO LINDET-REL(35: 6).
           MOVE "SEQ"                TO LINDET-REL(42: 3).
           MOVE SEQ-CR100-L58        TO LINDET-REL(46: 5).
           MOVE "DOCTO"              TO LINDET-REL(53: 5).
           MOVE NR-DOCTO-L58         TO LINDET-REL(59: 10).
           MOVE "VENCTO"             TO LINDET-REL(70: 6).
           MOVE DATA-VENCTO-L58      TO DATA-INV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-ED-W            TO LINDET-REL(77: 10).
           WRITE REG-RELAT FROM LINDET AFTER 2.
           MOVE SPACES               TO LINDET-REL.
           MOVE "A PAGAR   EM "      TO LINDET-REL(1: 13).
           MOVE EMPRESA-SOLIC-L58    TO LINDET-REL(14: 3).
           MOVE ": CPD020 FORNEC."   TO LINDET-REL(17: 16).
           MOVE FORNEC-L58           TO LINDET-REL(35: 6).
           MOVE "SEQ"                TO LINDET-REL(42: 3).
           MOVE SEQ-CP20-L58         TO LINDET-REL(46: 5).
           MOVE "PREVISTO - APROVACAO NO CPP060 DA SOLICITANTE"
                                     TO LINDET-REL(53: 46).
           WRITE REG-RELAT FROM LINDET.
           WRITE REG-RELAT FROM CAB04 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           ADD 7 TO LIN.
           MOVE ZEROS TO DATA-MOVTO-L56 SEQ-L56.
           START LBD056 KEY IS NOT < CHAVE-L56 INVALID KEY
                 MOVE "10" TO ST-LBD056.
           PERFORM UNTIL ST-LBD056 = "10"
              READ LBD056 NEXT RECORD AT END MOVE "10" TO ST-LBD056
              NOT AT END
                IF MES-FATURADO-L56 = MES-L58
                   AND EMPRESA-SOLIC-L56 = EMPRESA-SOLIC-L58
                   PERFORM IMPRIME-LANCAMENTO
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD056.
           MOVE QT-FILMES-EMP-W TO QT-FILMES-REL.
           MOVE VALOR-EMP-W     TO VALOR-TOTAL-REL.
           WRITE REG-RELAT FROM LINTOT1 AFTER 2.
           IF VALOR-EMP-W <> VALOR-TOTAL-L58
              OR QT-FILMES-EMP-W <> QTDE-FILMES-L58
              WRITE REG-RELAT FROM LINTOT2
              DISPLAY "EMPRESA " EMPRESA-SOLIC-L58
                      " - EXTRATO DIFERENTE DOS TITULOS"
           END-IF.

       IMPRIME-LANCAMENTO SECTION.
           ADD QTDE-FAT-L56         TO QT-FILMES-EMP-W.
           ADD VALOR-FAT-L56        TO VALOR-EMP-W.
           MOVE TIPO-FILME-FAT-L56  TO CODIGO-LB21.
           READ LBD021 INVALID KEY MOVE SPACES TO DESCRICAO-LB21.
           MOVE SPACES              TO LINDET-REL.
           MOVE DATA-MOVTO-L56      TO DATA-INV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-ED-W           TO LINDET-REL(1: 10).
           MOVE SEQ-L56             TO LINDET-REL(12: 3).
           MOVE TIPO-FILME-FAT-L56  TO LINDET-REL(16: 2).
           MOVE DESCRICAO-LB21      TO LINDET-REL(19: 20).
           MOVE QTDE-FAT-L56        TO LINDET-REL(42: 3).
           MOVE CUSTO-PADRAO-FAT-L56 TO VALOR-E-W.
           MOVE VALOR-E-W           TO LINDET-REL(45: 13).
           MOVE VALOR-UNIT-FAT-L56  TO VALOR-E-W.
           MOVE VALOR-E-W           TO LINDET-REL(59: 13).
           MOVE VALOR-FAT-L56       TO VALOR-E-W.
           MOVE VALOR-E-W           TO LINDET-REL(74: 13).
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.

       MONTA-MES-ANO SECTION.
           MOVE SPACES TO MES-ANO-W.
           STRING MES-COMP-W "/" ANO-COMP-W
                  DELIMITED BY SIZE INTO MES-ANO-W.
           MOVE MES-ANO-W TO MES-ANO-REL.

       CONVERTE-DATA SECTION.
           MOVE DIA-INV-W TO DIA-DDMM-W.
           MOVE MES-INV-W TO MES-DDMM-W.
           MOVE ANO-INV-W TO ANO-DDMM-W.
           MOVE DATA-DDMMAAAA-N TO DATA-ED-W.

      *    CADA EXTRATO COMECA EM PAGINA NOVA.
       CABECALHO SECTION.
           ADD 1 TO PAGE-COUNT.  MOVE PAGE-COUNT TO PAG-REL.
           IF PAGE-COUNT = 1
              WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           MOVE 4 TO LIN.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE LBD021 LBD030 LBD101 CRD100 LBD056 LBD057 LBD058.
           IF CGD016-EXISTE-W = 1
              CLOSE CGD016
           END-IF.
           EXIT PROGRAM.
