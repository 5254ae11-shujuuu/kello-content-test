       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP026.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Conciliação da liquidação das parcelas de cartão pela
      *adquirente. O CRP024 baixa a parcela pelo valor cheio na data
      *do retorno, mas a adquirente deposita semanas depois, já
      *descontada a taxa (MDR):
      *  PARAMETROS: taxa contratada, tolerância, prazo de depósito,
      *              conta que recebe (CXD023) e os códigos de
      *              apuração do crédito e da taxa (CRD124);
      *  IMPORTAR .: lê a agenda de recebíveis liquidada da
      *              adquirente, casa cada item com o controle CRD120
      *              por contrato/sequência e grava a liquidação
      *              (CRD123: pagamento, depósito previsto e real,
      *              bruto, taxa, líquido). Na conta da adquirente
      *              lança o crédito bruto e o débito da taxa como
      *              despesa financeira (CXD024 origem 6). Item sem
      *              parcela correspondente fica gravado para o
      *              relatório, sem lançamento no banco;
      *  RELATORIO : parcelas pagas pelo portador e ainda não
      *              liquidadas (atrasadas quando passou a data
      *              prevista), liquidadas com taxa fora da contratada
      *              e liquidações sem parcela correspondente.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX100.
           COPY CRPX120.
           COPY CRPX123.
           COPY CRPX124.
           COPY CXPX020.
           COPY CXPX023.
           COPY CXPX024.
           COPY CXPX025.
           COPY CGPX010.
           SELECT LIQUIDACAO ASSIGN TO LIQUIDACAO-PATH-W
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-LIQUIDACAO.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW100.
       COPY CRPW120.
       COPY CRPW123.
       COPY CRPW124.
       COPY CXPW020.
       COPY CXPW023.
       COPY CXPW024.
       COPY CXPW025.
       COPY CGPW010.
      *    AGENDA LIQUIDADA DA ADQUIRENTE - SO O TIPO "1" (ITEM)
      *    INTERESSA; HEADER E TRAILER SAO IGNORADOS.
       FD  LIQUIDACAO
           LABEL RECORD IS OMITTED.
       01  REG-LIQUIDACAO.
           05  TIPO-REG-LIQ        PIC X.
           05  CONTRATO-LIQ        PIC 9(6).
           05  SEQ-LIQ             PIC 9(5).
           05  DATA-DEPOSITO-LIQ   PIC 9(8).
           05  VALOR-BRUTO-LIQ     PIC 9(8)V99.
           05  VALOR-TAXA-LIQ      PIC 9(8)V99.
           05  VALOR-LIQUIDO-LIQ   PIC 9(8)V99.
           05  FILLER              PIC X(30).
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
           COPY "CPTIME.CPY".
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD100             PIC XX       VALUE SPACES.
           05  ST-CRD120             PIC XX       VALUE SPACES.
           05  ST-CRD123             PIC XX       VALUE SPACES.
           05  ST-CRD124             PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-CXD023             PIC XX       VALUE SPACES.
           05  ST-CXD024             PIC XX       VALUE SPACES.
           05  ST-CXD025             PIC XX       VALUE SPACES.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-LIQUIDACAO         PIC XX       VALUE SPACES.
           05  PATH-CGD010           PIC X(30)    VALUE SPACES.
           05  LIQUIDACAO-PATH-W     PIC X(60)    VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  TEM-CRD123-W          PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  SECAO-W               PIC 9        VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-REF-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-DDMMAAAA-W.
               10  DIA-DDMMAAAA-W    PIC 9(2).
               10  MES-DDMMAAAA-W    PIC 9(2).
               10  ANO-DDMMAAAA-W    PIC 9(4).
           05  DATA-DDMMAAAA-N REDEFINES DATA-DDMMAAAA-W PIC 9(8).
           05  MES-W                 PIC 9(6)     VALUE ZEROS.
           05  DATA-PREVISTA-W       PIC 9(8)     VALUE ZEROS.
           05  DIF-TAXA-W            PIC S9(2)V99 VALUE ZEROS.
           05  OCORRENCIA-W          PIC X(30)    VALUE SPACES.
           05  VALOR-ED-W            PIC ZZ.ZZZ.ZZ9,99.
           05  TAXA-ED-W             PIC Z9,99.
      *    LANCAMENTO NO RAZAO BANCARIO (CXD024)
           05  TIPO-LC               PIC 9        VALUE ZEROS.
           05  DOC-LC                PIC X(20)    VALUE SPACES.
           05  CODIGO-COMPL-LC       PIC X(5)     VALUE SPACES.
           05  VALOR-LC              PIC 9(8)V99  VALUE ZEROS.
           05  DESCRICAO-LC          PIC X(30)    VALUE SPACES.
      *    TOTAIS DA IMPORTACAO
           05  QT-LIQUIDADAS-W       PIC 9(5)     VALUE ZEROS.
           05  QT-JA-IMPORTADAS-W    PIC 9(5)     VALUE ZEROS.
           05  QT-SEM-PARCELA-W      PIC 9(5)     VALUE ZEROS.
           05  QT-REJEITADAS-W       PIC 9(5)     VALUE ZEROS.
           05  TOTAL-BRUTO-W         PIC 9(9)V99  VALUE ZEROS.
           05  TOTAL-TAXA-W          PIC 9(9)V99  VALUE ZEROS.
      *    TOTAIS DE CADA PARTE DO RELATORIO
           05  QT-SECAO-W            PIC 9(5)     VALUE ZEROS.
           05  VALOR-SECAO-W         PIC 9(9)V99  VALUE ZEROS.
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
           "CONCILIACAO DA ADQUIRENTE DE CARTAO - DATA ".
           05  DATA-REF-REL        PIC 99/99/9999.
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB-SECAO.
           05  TITULO-SECAO-REL    PIC X(100)  VALUE SPACES.
       01  CAB04A.
           05  FILLER              PIC X(43)   VALUE
           "CONTR  SEQ   CLIENTE              PAGTO    ".
           05  FILLER              PIC X(57)   VALUE
           "PREVISTA         VALOR  SITUACAO".
       01  CAB04B.
           05  FILLER              PIC X(100)  VALUE
           "CONTR  SEQ   DEPOSITO         BRUTO          TAXA       LIQU
      -    "IDO CONTR%  APLIC%".
       01  CAB04C.
           05  FILLER              PIC X(100)  VALUE
           "CONTR  SEQ   DEPOSITO         BRUTO          TAXA       LIQU
      -    "IDO  IMPORTADA".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINTOT.
           05  FILLER              PIC X(12)   VALUE "QUANTIDADE: ".
           05  QT-SECAO-REL        PIC ZZZZ9.
           05  FILLER              PIC X(11)   VALUE "   VALOR: ".
           05  VALOR-SECAO-REL     PIC ZZZ.ZZZ.ZZ9,99.

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
           MOVE "CRD100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD100.
           MOVE "CRD120" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD120.
           MOVE "CRD123" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD123.
           MOVE "CRD124" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD124.
           MOVE "CXD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD020.
           MOVE "CXD023" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD023.
           MOVE "CXD024" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD024.
           MOVE "CXD025" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD025.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           OPEN INPUT CRD100 CRD120 CXD020 CXD023 CGD010.
      *    SEM FECHAMENTO DIARIO GRAVADO NENHUMA DATA ESTA FECHADA
           OPEN INPUT CXD025.
           OPEN I-O CXD024.
           IF ST-CXD024 = "35"
              OPEN OUTPUT CXD024
              CLOSE       CXD024
              OPEN I-O    CXD024
           END-IF.
           OPEN I-O CRD123.
           IF ST-CRD123 = "35"
              OPEN OUTPUT CRD123
              CLOSE       CRD123
              OPEN I-O    CRD123
           END-IF.
           OPEN I-O CRD124.
           IF ST-CRD124 = "35"
              OPEN OUTPUT CRD124
              CLOSE       CRD124
              OPEN I-O    CRD124
           END-IF.
           IF ST-CRD100 <> "00"
              DISPLAY "ERRO ABERTURA CRD100: " ST-CRD100
              MOVE 1 TO ERRO-W.
           IF ST-CRD120 <> "00"
              DISPLAY "ERRO ABERTURA CRD120: " ST-CRD120
              MOVE 1 TO ERRO-W.
           IF ST-CRD123 <> "00"
              DISPLAY "ERRO ABERTURA CRD123: " ST-CRD123
              MOVE 1 TO ERRO-W.
           IF ST-CRD124 <> "00"
              DISPLAY "ERRO ABERTURA CRD124: " ST-CRD124
              MOVE 1 TO ERRO-W.
           IF ST-CXD020 <> "00"
              DISPLAY "ERRO ABERTURA CXD020: " ST-CXD020
              MOVE 1 TO ERRO-W.
           IF ST-CXD023 <> "00"
              DISPLAY "ERRO ABERTURA CXD023: " ST-CXD023
              MOVE 1 TO ERRO-W.
           IF ST-CXD024 <> "00"
              DISPLAY "ERRO ABERTURA CXD024: " ST-CXD024
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "CRP026" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA CRP026"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-PARAMETROS  2-IMPORTAR  3-RELATORIO  "
                   "9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM MANTEM-PARAMETROS
              WHEN 2 PERFORM IMPORTA-LIQUIDACAO
              WHEN 3 PERFORM RELATORIO-CONCILIACAO
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    PARAMETROS DO CONTRATO COM A ADQUIRENTE (CRD124)
      *----------------------------------------------------------------
       MANTEM-PARAMETROS SECTION.
           MOVE "1" TO CHAVE-CR124.
           READ CRD124 INVALID KEY
                INITIALIZE REG-CRD124
                MOVE "1" TO CHAVE-CR124
           END-READ.
           DISPLAY "ATUAL: TAXA " TAXA-MDR-CR124
                   " TOLERANCIA " TOLERANCIA-CR124
                   " PRAZO " PRAZO-DIAS-CR124
                   " CONTA " PORTADOR-CR124
                   " CREDITO " CODIGO-RECEB-CR124
                   " TAXA " CODIGO-TAXA-CR124.
           DISPLAY "Taxa MDR contratada (%, 4 digitos, 2 decimais): ".
           ACCEPT TAXA-MDR-CR124 FROM CONSOLE.
           DISPLAY "Tolerancia da taxa (pontos %, 4 digitos, "
                   "2 decimais): ".
           ACCEPT TOLERANCIA-CR124 FROM CONSOLE.
           DISPLAY "Prazo de deposito (dias apos o pagamento): ".
           ACCEPT PRAZO-DIAS-CR124 FROM CONSOLE.
           DISPLAY "Conta que recebe os depositos (portador CXD023): ".
           ACCEPT PORTADOR-CR124 FROM CONSOLE.
           MOVE PORTADOR-CR124 TO PORTADOR-CX23.
           READ CXD023 INVALID KEY
                DISPLAY "CONTA NAO CADASTRADA (CXP023)"
                GO MANTEM-PARAMETROS-FIM
           END-READ.
           DISPLAY "Codigo de apuracao do credito bruto (CXD020): ".
           ACCEPT CODIGO-RECEB-CR124 FROM CONSOLE.
           MOVE CODIGO-RECEB-CR124 TO CODIGO-COMPL-CX20.
           READ CXD020 INVALID KEY
                DISPLAY "CODIGO DE APURACAO NAO CADASTRADO"
                GO MANTEM-PARAMETROS-FIM
           END-READ.
           DISPLAY "Codigo de apuracao da taxa - despesa financeira "
                   "(CXD020): ".
           ACCEPT CODIGO-TAXA-CR124 FROM CONSOLE.
           MOVE CODIGO-TAXA-CR124 TO CODIGO-COMPL-CX20.
           READ CXD020 INVALID KEY
                DISPLAY "CODIGO DE APURACAO NAO CADASTRADO"
                GO MANTEM-PARAMETROS-FIM
           END-READ.
           MOVE DATA-HOJE-W   TO DATA-ALTERACAO-CR124.
           MOVE COD-USUARIO-W TO USUARIO-CR124.
           WRITE REG-CRD124 INVALID KEY
                REWRITE REG-CRD124 INVALID KEY
                     DISPLAY "ERRO GRAVACAO CRD124: " ST-CRD124
                END-REWRITE
           END-WRITE.
           DISPLAY "PARAMETROS GRAVADOS.".
       MANTEM-PARAMETROS-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    IMPORTACAO DA AGENDA LIQUIDADA
      *----------------------------------------------------------------
       IMPORTA-LIQUIDACAO SECTION.
           MOVE "1" TO CHAVE-CR124.
           READ CRD124 INVALID KEY
                DISPLAY "PARAMETROS DA ADQUIRENTE NAO CADASTRADOS "
                        "(OPCAO 1)"
                GO IMPORTA-LIQUIDACAO-FIM
           END-READ.
           MOVE PORTADOR-CR124 TO PORTADOR-CX23.
           READ CXD023 INVALID KEY
                DISPLAY "CONTA DA ADQUIRENTE NAO CADASTRADA (CXP023)"
                GO IMPORTA-LIQUIDACAO-FIM
           END-READ.
           DISPLAY "Arquivo de liquidacao (caminho completo): ".
           ACCEPT LIQUIDACAO-PATH-W FROM CONSOLE.
           OPEN INPUT LIQUIDACAO.
           IF ST-LIQUIDACAO <> "00"
              DISPLAY "ERRO ABERTURA LIQUIDACAO: " ST-LIQUIDACAO
              GO IMPORTA-LIQUIDACAO-FIM
           END-IF.
           MOVE ZEROS TO QT-LIQUIDADAS-W QT-JA-IMPORTADAS-W
                         QT-SEM-PARCELA-W QT-REJEITADAS-W
                         TOTAL-BRUTO-W TOTAL-TAXA-W.
           PERFORM UNTIL ST-LIQUIDACAO <> "00"
              READ LIQUIDACAO AT END MOVE "10" TO ST-LIQUIDACAO
              NOT AT END
                IF TIPO-REG-LIQ = "1"
                   PERFORM PROCESSA-ITEM-LIQUIDACAO
                END-IF
              END-READ
           END-PERFORM.
           CLOSE LIQUIDACAO.
           DISPLAY "LIQUIDADAS: " QT-LIQUIDADAS-W
                   "  JA IMPORTADAS: " QT-JA-IMPORTADAS-W
                   "  SEM PARCELA: " QT-SEM-PARCELA-W
                   "  REJEITADAS: " QT-REJEITADAS-W.
           DISPLAY "BRUTO LANCADO: " TOTAL-BRUTO-W
                   "  TAXA LANCADA: " TOTAL-TAXA-W.
       IMPORTA-LIQUIDACAO-FIM.
           EXIT.

       PROCESSA-ITEM-LIQUIDACAO SECTION.
           IF CONTRATO-LIQ NOT NUMERIC OR SEQ-LIQ NOT NUMERIC
              OR DATA-DEPOSITO-LIQ NOT NUMERIC
              OR VALOR-BRUTO-LIQ NOT NUMERIC
              OR VALOR-TAXA-LIQ NOT NUMERIC
              OR VALOR-LIQUIDO-LIQ NOT NUMERIC
              OR DATA-DEPOSITO-LIQ = ZEROS
              ADD 1 TO QT-REJEITADAS-W
              DISPLAY "ITEM INVALIDO NO ARQUIVO: " REG-LIQUIDACAO(1: 60)
              GO PROCESSA-ITEM-LIQUIDACAO-FIM
           END-IF.
      *    LIQUIDADA JA IMPORTADA NAO E LANCADA DE NOVO; A QUE FICOU
      *    SEM PARCELA E CONFERIDA OUTRA VEZ.
           MOVE CONTRATO-LIQ TO CONTRATO-CR123.
           MOVE SEQ-LIQ      TO SEQ-CR123.
           MOVE ZEROS        TO TEM-CRD123-W.
           READ CRD123 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE 1 TO TEM-CRD123-W
           END-READ.
           IF TEM-CRD123-W = 1 AND SITUACAO-CR123 = 1
              ADD 1 TO QT-JA-IMPORTADAS-W
              GO PROCESSA-ITEM-LIQUIDACAO-FIM
           END-IF.
           INITIALIZE REG-CRD123.
           MOVE CONTRATO-LIQ      TO CONTRATO-CR123.
           MOVE SEQ-LIQ           TO SEQ-CR123.
           MOVE DATA-DEPOSITO-LIQ TO DATA-DEPOSITO-CR123.
           MOVE VALOR-BRUTO-LIQ   TO VALOR-BRUTO-CR123.
           MOVE VALOR-TAXA-LIQ    TO VALOR-TAXA-CR123.
           MOVE VALOR-LIQUIDO-LIQ TO VALOR-LIQUIDO-CR123.
           IF VALOR-LIQUIDO-CR123 = ZEROS
              COMPUTE VALOR-LIQUIDO-CR123 =
                      VALOR-BRUTO-CR123 - VALOR-TAXA-CR123
           END-IF.
           IF VALOR-BRUTO-CR123 > ZEROS
              COMPUTE TAXA-APLICADA-CR123 ROUNDED =
                      VALOR-TAXA-CR123 * 100 / VALOR-BRUTO-CR123
           END-IF.
           MOVE TAXA-MDR-CR124    TO TAXA-CONTRATADA-CR123.
           MOVE DATA-HOJE-W       TO DATA-IMPORTACAO-CR123.
           MOVE COD-USUARIO-W     TO OPERADOR-CR123.
      *    A PARCELA TEM DE TER SIDO COBRADA NO CARTAO E PAGA NO
      *    RETORNO (A CONTESTADA TAMBEM FOI PAGA ANTES DO ESTORNO).
           MOVE CONTRATO-LIQ TO CONTRATO-CR120.
           MOVE SEQ-LIQ      TO SEQ-CR120.
           READ CRD120 INVALID KEY
                MOVE ZEROS TO STATUS-RETORNO-CR120
           END-READ.
           IF STATUS-RETORNO-CR120 <> 1 AND STATUS-RETORNO-CR120 <> 3
              MOVE 2 TO SITUACAO-CR123
              PERFORM GRAVA-LIQUIDACAO
              ADD 1 TO QT-SEM-PARCELA-W
              DISPLAY "LIQUIDACAO SEM PARCELA: CONTRATO "
                      CONTRATO-LIQ " SEQ " SEQ-LIQ
              GO PROCESSA-ITEM-LIQUIDACAO-FIM
           END-IF.
           MOVE DATA-RETORNO-CR120 TO DATA-PAGTO-CR123.
           PERFORM CALCULA-DATA-PREVISTA.
           MOVE DATA-PREVISTA-W    TO DATA-PREVISTA-CR123.
           MOVE 1                  TO SITUACAO-CR123.
           PERFORM CONFERE-CONTA.
           IF OCORRENCIA-W NOT = SPACES
              ADD 1 TO QT-REJEITADAS-W
              DISPLAY "CONTRATO " CONTRATO-LIQ " SEQ " SEQ-LIQ
                      " NAO LANCADO: " OCORRENCIA-W
              GO PROCESSA-ITEM-LIQUIDACAO-FIM
           END-IF.
           MOVE 1                  TO TIPO-LC.
           MOVE CODIGO-RECEB-CR124 TO CODIGO-COMPL-LC.
           MOVE VALOR-BRUTO-CR123  TO VALOR-LC.
           MOVE SPACES             TO DOC-LC DESCRICAO-LC.
           STRING "L" CONTRATO-LIQ SEQ-LIQ DELIMITED BY SIZE
                  INTO DOC-LC.
           STRING "LIQ CARTAO " CONTRATO-LIQ "/" SEQ-LIQ
                  DELIMITED BY SIZE INTO DESCRICAO-LC.
           PERFORM GRAVA-LANCAMENTO.
           IF VALOR-TAXA-CR123 > ZEROS
              MOVE 2                  TO TIPO-LC
              MOVE CODIGO-TAXA-CR124  TO CODIGO-COMPL-LC
              MOVE VALOR-TAXA-CR123   TO VALOR-LC
              MOVE SPACES             TO DOC-LC DESCRICAO-LC
              STRING "T" CONTRATO-LIQ SEQ-LIQ DELIMITED BY SIZE
                     INTO DOC-LC
              STRING "TAXA MDR " CONTRATO-LIQ "/" SEQ-LIQ
                     DELIMITED BY SIZE INTO DESCRICAO-LC
              PERFORM GRAVA-LANCAMENTO
           END-IF.
           PERFORM GRAVA-LIQUIDACAO.
           ADD 1                 TO QT-LIQUIDADAS-W.
           ADD VALOR-BRUTO-CR123 TO TOTAL-BRUTO-W.
           ADD VALOR-TAXA-CR123  TO TOTAL-TAXA-W.
       PROCESSA-ITEM-LIQUIDACAO-FIM.
           EXIT.

       GRAVA-LIQUIDACAO SECTION.
           IF TEM-CRD123-W = 1
              REWRITE REG-CRD123 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CRD123: " ST-CRD123
              END-REWRITE
           ELSE
              WRITE REG-CRD123 INVALID KEY
                   DISPLAY "ERRO GRAVACAO CRD123: " ST-CRD123
              END-WRITE
           END-IF.

      *    DATA PREVISTA DO DEPOSITO = PAGAMENTO + PRAZO CONTRATADO.
       CALCULA-DATA-PREVISTA SECTION.
           MOVE DATA-PAGTO-CR123 TO DATA-PREVISTA-W.
           IF PRAZO-DIAS-CR124 = ZEROS OR DATA-PAGTO-CR123 = ZEROS
              GO CALCULA-DATA-PREVISTA-FIM
           END-IF.
           MOVE DATA-PAGTO-CR123 TO GRTIME-DATE.
           MOVE PRAZO-DIAS-CR124 TO GRTIME-DAYS.
           MOVE "SOMA"           TO GRTIME-FUNCTION.
           MOVE "DIAS"           TO GRTIME-TYPE.
           CALL "GRTIME" USING PARAMETROS-GRTIME.
           CANCEL "GRTIME".
           MOVE GRTIME-DATE-FINAL TO DATA-PREVISTA-W.
       CALCULA-DATA-PREVISTA-FIM.
           EXIT.

      *    MESMAS CONDICOES DA IMPORTACAO DO RAZAO BANCARIO (CXP024):
      *    CONTA ATIVA, DATA A PARTIR DO SALDO INICIAL E DEPOIS DO
      *    ULTIMO FECHAMENTO DIARIO.
       CONFERE-CONTA SECTION.
           MOVE SPACES TO OCORRENCIA-W.
           IF SITUACAO-CX23 = 1
              MOVE "CONTA ENCERRADA" TO OCORRENCIA-W
              GO CONFERE-CONTA-FIM
           END-IF.
           IF DATA-DEPOSITO-CR123 < DATA-INICIAL-CX23
              MOVE "ANTERIOR AO SALDO INICIAL" TO OCORRENCIA-W
              GO CONFERE-CONTA-FIM
           END-IF.
           IF ST-CXD025 <> "00"
              GO CONFERE-CONTA-FIM
           END-IF.
           MOVE PORTADOR-CR124      TO PORTADOR-CX25.
           MOVE DATA-DEPOSITO-CR123 TO DATA-CX25.
           START CXD025 KEY IS NOT < CHAVE-CX25 INVALID KEY
                 MOVE "10" TO ST-CXD025.
           PERFORM UNTIL ST-CXD025 = "10"
              READ CXD025 NEXT RECORD AT END MOVE "10" TO ST-CXD025
              NOT AT END
                IF PORTADOR-CX25 <> PORTADOR-CR124
                   MOVE "10" TO ST-CXD025
                ELSE
                   IF FECHADO-CX25 = 1
                      MOVE "CONTA JA FECHADA NA DATA" TO OCORRENCIA-W
                      MOVE "10" TO ST-CXD025
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CXD025.
       CONFERE-CONTA-FIM.
           EXIT.

       GRAVA-LANCAMENTO SECTION.
           MOVE 6      TO ORIGEM-CX24.
           MOVE DOC-LC TO DOC-CX24.
           READ CXD024 KEY IS REF-CX24 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                GO GRAVA-LANCAMENTO-FIM
           END-READ.
           INITIALIZE REG-CXD024.
           MOVE PORTADOR-CR124      TO PORTADOR-CX24.
           MOVE DATA-DEPOSITO-CR123 TO DATA-CX24.
           MOVE 6                   TO ORIGEM-CX24.
           MOVE DOC-LC              TO DOC-CX24.
           MOVE TIPO-LC             TO TIPO-CX24.
           MOVE CODIGO-COMPL-LC     TO CODIGO-COMPL-CX24.
           MOVE VALOR-LC            TO VALOR-CX24.
           MOVE DESCRICAO-LC        TO DESCRICAO-CX24.
           MOVE PORTADOR-CR124      TO CONTRAPARTIDA-CX24.
           MOVE COD-USUARIO-W       TO DIGITADOR-CX24.
           MOVE 1     TO SEQ-CX24.
           MOVE ZEROS TO ST-CXD024.
           PERFORM UNTIL ST-CXD024 = "10"
             WRITE REG-CXD024 INVALID KEY
                 ADD 1 TO SEQ-CX24
               NOT INVALID KEY
                 MOVE "10" TO ST-CXD024.
           MOVE ZEROS TO ST-CXD024.
       GRAVA-LANCAMENTO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    RELATORIO DE CONCILIACAO
      *----------------------------------------------------------------
       RELATORIO-CONCILIACAO SECTION.
           MOVE "1" TO CHAVE-CR124.
           READ CRD124 INVALID KEY
                INITIALIZE REG-CRD124
           END-READ.
           DISPLAY "Data de referencia (AAAAMMDD, ZERO = HOJE): ".
           ACCEPT DATA-REF-W FROM CONSOLE.
           IF DATA-REF-W = ZEROS
              MOVE DATA-HOJE-W TO DATA-REF-W
           END-IF.
           DISPLAY "Mes do deposito das liquidacoes (AAAAMM, "
                   "ZERO = TODOS): ".
           ACCEPT MES-W FROM CONSOLE.
           MOVE DATA-REF-W(7: 2) TO DIA-DDMMAAAA-W.
           MOVE DATA-REF-W(5: 2) TO MES-DDMMAAAA-W.
           MOVE DATA-REF-W(1: 4) TO ANO-DDMMAAAA-W.
           MOVE DATA-DDMMAAAA-N  TO DATA-REF-REL.
           MOVE ZEROS TO PAGE-COUNT.
           OPEN OUTPUT RELAT.
           PERFORM LISTA-NAO-LIQUIDADAS.
           PERFORM LISTA-TAXA-DIVERGENTE.
           PERFORM LISTA-SEM-PARCELA.
           CLOSE RELAT.

      *    PAGAS PELO PORTADOR (RETORNO P DO CRP024) SEM LIQUIDACAO.
       LISTA-NAO-LIQUIDADAS SECTION.
           MOVE 1 TO SECAO-W.
           MOVE "PAGAS PELO PORTADOR E AINDA NAO LIQUIDADAS"
                TO TITULO-SECAO-REL.
           MOVE ZEROS TO QT-SECAO-W VALOR-SECAO-W.
           PERFORM CABECALHO.
           INITIALIZE CHAVE-CR120.
           START CRD120 KEY IS NOT < CHAVE-CR120 INVALID KEY
                 MOVE "10" TO ST-CRD120.
           PERFORM UNTIL ST-CRD120 = "10"
              READ CRD120 NEXT RECORD AT END MOVE "10" TO ST-CRD120
              NOT AT END
                IF STATUS-RETORNO-CR120 = 1
                   PERFORM CONFERE-LIQUIDACAO
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD120.
           PERFORM IMPRIME-TOTAL-SECAO.

       CONFERE-LIQUIDACAO SECTION.
           MOVE CONTRATO-CR120 TO CONTRATO-CR123.
           MOVE SEQ-CR120      TO SEQ-CR123.
           READ CRD123 INVALID KEY
                MOVE ZEROS TO SITUACAO-CR123
           END-READ.
           IF SITUACAO-CR123 = 1
              GO CONFERE-LIQUIDACAO-FIM
           END-IF.
           MOVE CONTRATO-CR120 TO CONTRATO-CR100.
           MOVE SEQ-CR120      TO SEQ-CR100.
           READ CRD100 INVALID KEY
                MOVE ZEROS TO VALOR-TOT-CR100
           END-READ.
           MOVE CLASSIF-CLI-CR120 TO CLASSIF-CG10.
           MOVE COD-CLIENTE-CR120 TO CODIGO-CG10.
           READ CGD010 INVALID KEY MOVE SPACES TO NOME-CG10
           END-READ.
           MOVE DATA-RETORNO-CR120 TO DATA-PAGTO-CR123.
           PERFORM CALCULA-DATA-PREVISTA.
           MOVE SPACES                TO LINDET-REL.
           MOVE CONTRATO-CR120        TO LINDET-REL(1: 6).
           MOVE SEQ-CR120             TO LINDET-REL(8: 5).
           MOVE NOME-CG10(1: 20)      TO LINDET-REL(14: 20).
           MOVE DATA-RETORNO-CR120    TO LINDET-REL(35: 8).
           MOVE DATA-PREVISTA-W       TO LINDET-REL(44: 8).
           MOVE VALOR-TOT-CR100       TO VALOR-ED-W.
           MOVE VALOR-ED-W            TO LINDET-REL(53: 13).
           IF DATA-PREVISTA-W < DATA-REF-W
              MOVE "ATRASADA"         TO LINDET-REL(68: 8)
           ELSE
              MOVE "NO PRAZO"         TO LINDET-REL(68: 8)
           END-IF.
           ADD 1               TO QT-SECAO-W.
           ADD VALOR-TOT-CR100 TO VALOR-SECAO-W.
           PERFORM IMPRIME-LINHA.
       CONFERE-LIQUIDACAO-FIM.
           EXIT.

      *    LIQUIDADAS COM TAXA FORA DA CONTRATADA + TOLERANCIA.
       LISTA-TAXA-DIVERGENTE SECTION.
           MOVE 2 TO SECAO-W.
           MOVE "LIQUIDADAS COM TAXA DIFERENTE DA CONTRATADA"
                TO TITULO-SECAO-REL.
           MOVE ZEROS TO QT-SECAO-W VALOR-SECAO-W.
           PERFORM CABECALHO.
           INITIALIZE CHAVE-CR123.
           START CRD123 KEY IS NOT < CHAVE-CR123 INVALID KEY
                 MOVE "10" TO ST-CRD123.
           PERFORM UNTIL ST-CRD123 = "10"
              READ CRD123 NEXT RECORD AT END MOVE "10" TO ST-CRD123
              NOT AT END
                IF SITUACAO-CR123 = 1
                   AND (MES-W = ZEROS
                        OR DATA-DEPOSITO-CR123(1: 6) = MES-W)
                   COMPUTE DIF-TAXA-W = TAXA-APLICADA-CR123
                                      - TAXA-CONTRATADA-CR123
                   IF DIF-TAXA-W < ZEROS
                      COMPUTE DIF-TAXA-W = DIF-TAXA-W * -1
                   END-IF
                   IF DIF-TAXA-W > TOLERANCIA-CR124
                      PERFORM IMPRIME-LIQUIDACAO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD123.
           PERFORM IMPRIME-TOTAL-SECAO.

      *    LIQUIDACOES DA ADQUIRENTE SEM PARCELA CORRESPONDENTE.
       LISTA-SEM-PARCELA SECTION.
           MOVE 3 TO SECAO-W.
           MOVE "LIQUIDACOES SEM PARCELA CORRESPONDENTE"
                TO TITULO-SECAO-REL.
           MOVE ZEROS TO QT-SECAO-W VALOR-SECAO-W.
           PERFORM CABECALHO.
           INITIALIZE CHAVE-CR123.
           START CRD123 KEY IS NOT < CHAVE-CR123 INVALID KEY
                 MOVE "10" TO ST-CRD123.
           PERFORM UNTIL ST-CRD123 = "10"
              READ CRD123 NEXT RECORD AT END MOVE "10" TO ST-CRD123
              NOT AT END
                IF SITUACAO-CR123 = 2
                   AND (MES-W = ZEROS
                        OR DATA-DEPOSITO-CR123(1: 6) = MES-W)
                   PERFORM IMPRIME-LIQUIDACAO
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD123.
           PERFORM IMPRIME-TOTAL-SECAO.

       IMPRIME-LIQUIDACAO SECTION.
           MOVE SPACES                TO LINDET-REL.
           MOVE CONTRATO-CR123        TO LINDET-REL(1: 6).
           MOVE SEQ-CR123             TO LINDET-REL(8: 5).
           MOVE DATA-DEPOSITO-CR123   TO LINDET-REL(14: 8).
           MOVE VALOR-BRUTO-CR123     TO VALOR-ED-W.
           MOVE VALOR-ED-W            TO LINDET-REL(23: 13).
           MOVE VALOR-TAXA-CR123      TO VALOR-ED-W.
           MOVE VALOR-ED-W            TO LINDET-REL(37: 13).
           MOVE VALOR-LIQUIDO-CR123   TO VALOR-ED-W.
           MOVE VALOR-ED-W            TO LINDET-REL(51: 13).
           IF SECAO-W = 2
              MOVE TAXA-CONTRATADA-CR123 TO TAXA-ED-W
              MOVE TAXA-ED-W             TO LINDET-REL(66: 5)
              MOVE TAXA-APLICADA-CR123   TO TAXA-ED-W
              MOVE TAXA-ED-W             TO LINDET-REL(74: 5)
           ELSE
              MOVE DATA-IMPORTACAO-CR123 TO LINDET-REL(66: 8)
           END-IF.
           ADD 1                 TO QT-SECAO-W.
           ADD VALOR-BRUTO-CR123 TO VALOR-SECAO-W.
           PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA SECTION.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.

       IMPRIME-TOTAL-SECAO SECTION.
           MOVE QT-SECAO-W    TO QT-SECAO-REL.
           MOVE VALOR-SECAO-W TO VALOR-SECAO-REL.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINTOT.

      *    CADA PARTE DO RELATORIO COMECA EM PAGINA NOVA.
       CABECALHO SECTION.
           ADD 1 TO PAGE-COUNT.  MOVE PAGE-COUNT TO PAG-REL.
           IF PAGE-COUNT = 1
              WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB-SECAO.
           WRITE REG-RELAT FROM CAB03.
           EVALUATE SECAO-W
              WHEN 1 WRITE REG-RELAT FROM CAB04A
              WHEN 2 WRITE REG-RELAT FROM CAB04B
              WHEN 3 WRITE REG-RELAT FROM CAB04C
           END-EVALUATE.
           WRITE REG-RELAT FROM CAB03.
           MOVE 7 TO LIN.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CRD100 CRD120 CRD123 CRD124 CXD020 CXD023 CXD024
                 CGD010.
           IF ST-CXD025 = "00" CLOSE CXD025 END-IF.
           EXIT PROGRAM.
