       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP111.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Custódia de cheques pré-datados recebidos dos
      *formandos (CRD180) - sai o envelope de cheques da gaveta:
      *  CUSTÓDIA .: registra o cheque (banco, agência, conta,
      *              número, CPF/CNPJ e nome do emitente, valor, bom
      *              para) amarrado à parcela em aberto de CRD100 que
      *              ele paga; emitente bloqueado em CRD181 (cheque
      *              devolvido antes) é recusado, assim como a parcela
      *              com boleto não liquidado (CRD141, CRP104) ou com
      *              cobrança de cartão em andamento (CRD120, CRP023);
      *  A DEPOSITAR: lista os cheques em custódia com bom para até
      *              a data informada (inclusive os atrasados),
      *              avisando quando a parcela já foi paga por outro
      *              meio;
      *  DEPÓSITO .: baixa a parcela em CRD110 (forma 3-banco, com o
      *              código de apuração do caixa, mesmas regras do
      *              CRP101) e marca o cheque como depositado; cheque
      *              devolvido por alínea 11 pode ser reapresentado
      *              uma vez;
      *  DEVOLUÇÃO : com a alínea da compensação, estorna a baixa do
      *              depósito (recusada se o mês do depósito já foi
      *              fechado no CPP071), reabre o título, lança
      *              contato de cobrança no CGD025 (resultado 6-CHEQUE
      *              DEVOLVIDO, retorno para hoje na agenda do
      *              CGP036) e bloqueia o emitente em CRD181;
      *  RESGATE ..: cheque devolvido ao emitente sem depósito (pago
      *              por outro meio ou trocado);
      *  EMITENTES : lista os emitentes bloqueados e libera o
      *              bloqueio.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX100.
           COPY CRPX110.
           COPY CRPX120.
           COPY CRPX141.
           COPY CRPX180.
           COPY CRPX181.
           COPY CXPX020.
           COPY CGPX010.
           COPY CGPX025.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW100.
       COPY CRPW110.
       COPY CRPW120.
       COPY CRPW141.
       COPY CRPW180.
       COPY CRPW181.
       COPY CXPW020.
       COPY CGPW010.
       COPY CGPW025.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD100             PIC XX       VALUE SPACES.
           05  ST-CRD110             PIC XX       VALUE SPACES.
           05  ST-CRD120             PIC XX       VALUE SPACES.
           05  ST-CRD141             PIC XX       VALUE SPACES.
           05  TEM-CRD120-W          PIC 9        VALUE ZEROS.
           05  TEM-CRD141-W          PIC 9        VALUE ZEROS.
           05  ST-CRD180             PIC XX       VALUE SPACES.
           05  ST-CRD181             PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-CGD025             PIC XX       VALUE SPACES.
           05  PATH-CGD010           PIC X(30)    VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  NOVO-W                PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-W                PIC 9(8)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(6)     VALUE ZEROS.
           05  SEQ-W                 PIC 9(5)     VALUE ZEROS.
           05  NUMERO-W              PIC 9(6)     VALUE ZEROS.
           05  CPF-W                 PIC 9(14)    VALUE ZEROS.
           05  ALINEA-W              PIC 9(2)     VALUE ZEROS.
           05  COD-APURACAO-W        PIC X(5)     VALUE SPACES.
           05  QT-CHEQUES-W          PIC 9(5)     VALUE ZEROS.
           05  VALOR-TOTAL-W         PIC 9(9)V99  VALUE ZEROS.
           05  VALOR-ED-W            PIC ZZ.ZZZ.ZZ9,99.
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
           COPY CPPW079C.

      *    ALINEAS DE DEVOLUCAO DA COMPENSACAO ACEITAS NA DEVOLUCAO.
       01  TAB-ALINEAS.
           05  FILLER  PIC X(32) VALUE
               "11SEM FUNDOS - 1A APRESENTACAO".
           05  FILLER  PIC X(32) VALUE
               "12SEM FUNDOS - 2A APRESENTACAO".
           05  FILLER  PIC X(32) VALUE "13CONTA ENCERRADA".
           05  FILLER  PIC X(32) VALUE "14PRATICA ESPURIA".
           05  FILLER  PIC X(32) VALUE "20SUSTADO - FURTO OU ROUBO".
           05  FILLER  PIC X(32) VALUE "21CONTRA-ORDEM OU OPOSICAO".
           05  FILLER  PIC X(32) VALUE "22DIVERGENCIA DE ASSINATURA".
           05  FILLER  PIC X(32) VALUE "23ENDOSSO IRREGULAR".
           05  FILLER  PIC X(32) VALUE "24BLOQUEIO JUDICIAL".
           05  FILLER  PIC X(32) VALUE "25CANCELAMENTO DE TALONARIO".
           05  FILLER  PIC X(32) VALUE "28CONTRA-ORDEM - FURTO/ROUBO".
           05  FILLER  PIC X(32) VALUE "31ERRO FORMAL".
           05  FILLER  PIC X(32) VALUE "35CHEQUE FRAUDADO".
           05  FILLER  PIC X(32) VALUE "44CHEQUE PRESCRITO".
           05  FILLER  PIC X(32) VALUE "49REMESSA NULA".
       01  TAB-ALINEAS-R REDEFINES TAB-ALINEAS.
           05  TAB-ALINEA OCCURS 15 TIMES.
               10  COD-ALINEA-W      PIC 9(2).
               10  NOME-ALINEA-W     PIC X(30).
       01  IND-A                     PIC 9(2)     VALUE ZEROS.

       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(41)   VALUE
           "CHEQUES PRE-DATADOS A DEPOSITAR - BOM ATE".
           05  FILLER              PIC X       VALUE SPACES.
           05  DATA-REL            PIC 9(8).
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(100)  VALUE
           "CUST.  BOM PARA BCO AGENC CONTA        CHEQUE EMITENTE
      -    "     CONTR  SEQ           VALOR OBS".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINTOT.
           05  FILLER              PIC X(20)   VALUE
               "TOTAL A DEPOSITAR".
           05  QT-CHEQUES-REL      PIC ZZZZ9.
           05  FILLER              PIC X(8)    VALUE " CHEQUES".
           05  FILLER              PIC X(45)   VALUE SPACES.
           05  VALOR-TOTAL-REL     PIC ZZZ.ZZZ.ZZ9,99.

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
           MOVE "CRD110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD110.
           MOVE "CRD120" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD120.
           MOVE "CRD141" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD141.
           MOVE "CRD180" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD180.
           MOVE "CRD181" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD181.
           MOVE "CXD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD020.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD025" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD025.
           OPEN I-O CRD100.
           OPEN I-O CRD110.
           IF ST-CRD110 = "35"
              OPEN OUTPUT CRD110
              CLOSE       CRD110
              OPEN I-O    CRD110
           END-IF.
           OPEN I-O CRD180.
           IF ST-CRD180 = "35"
              OPEN OUTPUT CRD180
              CLOSE       CRD180
              OPEN I-O    CRD180
           END-IF.
           OPEN I-O CRD181.
           IF ST-CRD181 = "35"
              OPEN OUTPUT CRD181
              CLOSE       CRD181
              OPEN I-O    CRD181
           END-IF.
           OPEN INPUT CXD020 CGD010.
      *    CRD120 (COBRANCA DE CARTAO, CRP023) E CRD141 (BOLETOS,
      *    CRP104) SO EXISTEM DEPOIS DO PRIMEIRO USO DAQUELES CANAIS.
           OPEN INPUT CRD120.
           IF ST-CRD120 = "00"
              MOVE 1 TO TEM-CRD120-W
           END-IF.
           OPEN INPUT CRD141.
           IF ST-CRD141 = "00"
              MOVE 1 TO TEM-CRD141-W
           END-IF.
           OPEN I-O CGD025.
           IF ST-CGD025 = "35"
              OPEN OUTPUT CGD025
              CLOSE       CGD025
              OPEN I-O    CGD025
           END-IF.
           IF ST-CRD100 <> "00"
              DISPLAY "ERRO ABERTURA CRD100: " ST-CRD100
              MOVE 1 TO ERRO-W.
           IF ST-CRD110 <> "00"
              DISPLAY "ERRO ABERTURA CRD110: " ST-CRD110
              MOVE 1 TO ERRO-W.
           IF ST-CRD180 <> "00"
              DISPLAY "ERRO ABERTURA CRD180: " ST-CRD180
              MOVE 1 TO ERRO-W.
           IF ST-CRD181 <> "00"
              DISPLAY "ERRO ABERTURA CRD181: " ST-CRD181
              MOVE 1 TO ERRO-W.
           IF ST-CXD020 <> "00"
              DISPLAY "ERRO ABERTURA CXD020: " ST-CXD020
              MOVE 1 TO ERRO-W.
           IF ST-CGD025 <> "00"
              DISPLAY "ERRO ABERTURA CGD025: " ST-CGD025
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "CRP111" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA CRP111"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-CUSTODIA  2-A DEPOSITAR  3-DEPOSITO  "
                   "4-DEVOLUCAO  5-RESGATE  6-EMITENTES  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM REGISTRA-CUSTODIA
              WHEN 2 PERFORM LISTA-A-DEPOSITAR
              WHEN 3 PERFORM REGISTRA-DEPOSITO
              WHEN 4 PERFORM REGISTRA-DEVOLUCAO
              WHEN 5 PERFORM REGISTRA-RESGATE
              WHEN 6 PERFORM MANUTENCAO-EMITENTES
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    ENTRADA DO CHEQUE NA CUSTODIA
      *----------------------------------------------------------------
       REGISTRA-CUSTODIA SECTION.
           DISPLAY "Contrato: ".
           ACCEPT CONTRATO-W FROM CONSOLE.
           DISPLAY "Sequencia da parcela: ".
           ACCEPT SEQ-W FROM CONSOLE.
           MOVE CONTRATO-W TO CONTRATO-CR100.
           MOVE SEQ-W      TO SEQ-CR100.
           READ CRD100 INVALID KEY
                DISPLAY "TITULO NAO ENCONTRADO EM CRD100"
                GO REGISTRA-CUSTODIA-FIM
           END-READ.
           IF SITUACAO-CR100 <> ZEROS
              DISPLAY "TITULO NAO ESTA EM ABERTO - SITUACAO "
                      SITUACAO-CR100
              GO REGISTRA-CUSTODIA-FIM
           END-IF.
           PERFORM VERIFICA-CHEQUE-DA-PARCELA.
           IF ACHOU-W = 1
              DISPLAY "PARCELA JA TEM O CHEQUE " NUMERO-W
                      " EM CUSTODIA/DEPOSITADO"
              GO REGISTRA-CUSTODIA-FIM
           END-IF.
      *    A PARCELA SO PODE ESTAR EM UM CANAL DE COBRANCA: BOLETO
      *    NAO LIQUIDADO OU COBRANCA DE CARTAO NAO ENCERRADA (PENDENTE
      *    OU PAGA) RECUSAM O CHEQUE.
           IF TEM-CRD141-W = 1
              MOVE CONTRATO-W TO CONTRATO-CR141
              MOVE SEQ-W      TO SEQ-CR141
              READ CRD141 INVALID KEY
                   MOVE 9 TO SITUACAO-CR141
              END-READ
              IF SITUACAO-CR141 < 2
                 DISPLAY "PARCELA COM BOLETO " NOSSO-NUMERO-CR141
                         " NAO LIQUIDADO (CRP104) - CHEQUE RECUSADO"
                 GO REGISTRA-CUSTODIA-FIM
              END-IF
           END-IF.
           IF TEM-CRD120-W = 1
              MOVE CONTRATO-W TO CONTRATO-CR120
              MOVE SEQ-W      TO SEQ-CR120
              READ CRD120 INVALID KEY
                   MOVE 2 TO STATUS-RETORNO-CR120
              END-READ
              IF STATUS-RETORNO-CR120 <> 2
                 AND STATUS-RETORNO-CR120 <> 3
                 DISPLAY "PARCELA NA COBRANCA DE CARTAO (CRP023) - "
                         "STATUS " STATUS-RETORNO-CR120
                         " - CHEQUE RECUSADO"
                 GO REGISTRA-CUSTODIA-FIM
              END-IF
           END-IF.
           MOVE CLASSIF-CLI-CR100 TO CLASSIF-CG10.
           MOVE COD-CLIENTE-CR100 TO CODIGO-CG10.
           READ CGD010 INVALID KEY MOVE SPACES TO NOME-CG10
           END-READ.
           DISPLAY "CLIENTE....: " NOME-CG10.
           DISPLAY "VENCIMENTO.: " DATA-VENCTO-CR100.
           DISPLAY "VALOR......: " VALOR-TOT-CR100.
           DISPLAY "CPF/CNPJ do emitente (ZERO = VOLTAR): ".
           ACCEPT CPF-W FROM CONSOLE.
           IF CPF-W = ZEROS
              GO REGISTRA-CUSTODIA-FIM
           END-IF.
           MOVE CPF-W TO CPF-CR181.
           READ CRD181 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF SITUACAO-CR181 = 1
                   DISPLAY "EMITENTE BLOQUEADO - CHEQUE "
                           CUSTODIA-CR181 " DEVOLVIDO EM "
                           DATA-BLOQUEIO-CR181 " ALINEA "
                           ALINEA-CR181
                   DISPLAY "CHEQUE RECUSADO - LIBERACAO PELA OPCAO 6"
                   GO REGISTRA-CUSTODIA-FIM
                END-IF
           END-READ.
           INITIALIZE REG-CRD180.
           MOVE CONTRATO-W        TO CONTRATO-CR180.
           MOVE SEQ-W             TO SEQ-CR180.
           MOVE CPF-W             TO CPF-EMITENTE-CR180.
           MOVE CLASSIF-CLI-CR100 TO CLASSIF-CLI-CR180.
           MOVE COD-CLIENTE-CR100 TO COD-CLIENTE-CR180.
           DISPLAY "Nome do emitente (ENTER = NOME DO CLIENTE): ".
           ACCEPT NOME-EMITENTE-CR180 FROM CONSOLE.
           IF NOME-EMITENTE-CR180 = SPACES
              MOVE NOME-CG10 TO NOME-EMITENTE-CR180
           END-IF.
           DISPLAY "Banco: ".
           ACCEPT BANCO-CR180 FROM CONSOLE.
           DISPLAY "Agencia: ".
           ACCEPT AGENCIA-CR180 FROM CONSOLE.
           DISPLAY "Conta: ".
           ACCEPT CONTA-CR180 FROM CONSOLE.
           DISPLAY "Numero do cheque: ".
           ACCEPT NR-CHEQUE-CR180 FROM CONSOLE.
           IF BANCO-CR180 = ZEROS OR NR-CHEQUE-CR180 = ZEROS
              DISPLAY "BANCO E NUMERO DO CHEQUE SAO OBRIGATORIOS"
              GO REGISTRA-CUSTODIA-FIM
           END-IF.
           DISPLAY "Valor (digitos, 2 decimais; ZERO = VALOR DO "
                   "TITULO): ".
           ACCEPT VALOR-CR180 FROM CONSOLE.
           IF VALOR-CR180 = ZEROS
              MOVE VALOR-TOT-CR100 TO VALOR-CR180
           END-IF.
           DISPLAY "Bom para (AAAAMMDD, ZERO = VENCIMENTO): ".
           ACCEPT DATA-BOM-PARA-CR180 FROM CONSOLE.
           IF DATA-BOM-PARA-CR180 = ZEROS
              MOVE DATA-VENCTO-CR100 TO DATA-BOM-PARA-CR180
           END-IF.
           IF VALOR-CR180 <> VALOR-TOT-CR100
              DISPLAY "AVISO: VALOR DO CHEQUE DIFERE DO TITULO"
           END-IF.
           DISPLAY "Observacao: ".
           ACCEPT OBS-CR180 FROM CONSOLE.
           DISPLAY "Confirma a custodia (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO REGISTRA-CUSTODIA-FIM
           END-IF.
           MOVE ZEROS         TO SITUACAO-CR180.
           MOVE DATA-HOJE-W   TO DATA-RECEBIMENTO-CR180.
           MOVE COD-USUARIO-W TO OPERADOR-CR180.
           PERFORM ACHA-PROXIMA-CUSTODIA.
           MOVE NUMERO-W TO NUMERO-CR180.
           MOVE ZEROS TO ST-CRD180.
           PERFORM UNTIL ST-CRD180 = "10"
             WRITE REG-CRD180 INVALID KEY
                 ADD 1 TO NUMERO-CR180
               NOT INVALID KEY
                 MOVE "10" TO ST-CRD180.
           MOVE ZEROS TO ST-CRD180.
           DISPLAY "CHEQUE EM CUSTODIA SOB O NUMERO " NUMERO-CR180
                   " - ANOTAR NO VERSO.".
       REGISTRA-CUSTODIA-FIM.
           EXIT.

      *    CHEQUE AINDA VALIDO (EM CUSTODIA OU DEPOSITADO) PARA A
      *    PARCELA - DEVOLVIDO OU RESGATADO NAO CONTA.
       VERIFICA-CHEQUE-DA-PARCELA SECTION.
           MOVE ZEROS TO ACHOU-W NUMERO-W.
           MOVE CONTRATO-W TO CONTRATO-CR180.
           MOVE SEQ-W      TO SEQ-CR180.
           START CRD180 KEY IS = TITULO-CR180 INVALID KEY
                 MOVE "10" TO ST-CRD180.
           PERFORM UNTIL ST-CRD180 = "10"
              READ CRD180 NEXT RECORD AT END MOVE "10" TO ST-CRD180
              NOT AT END
                IF CONTRATO-CR180 <> CONTRATO-W
                   OR SEQ-CR180 <> SEQ-W
                   MOVE "10" TO ST-CRD180
                ELSE
                   IF SITUACAO-CR180 < 2
                      MOVE 1            TO ACHOU-W
                      MOVE NUMERO-CR180 TO NUMERO-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD180.

      *    O PROXIMO NUMERO DE CUSTODIA E O ULTIMO EXISTENTE + 1.
       ACHA-PROXIMA-CUSTODIA SECTION.
           MOVE ZEROS TO NUMERO-W.
           MOVE ZEROS TO NUMERO-CR180.
           START CRD180 KEY IS NOT < CHAVE-CR180 INVALID KEY
                 MOVE "10" TO ST-CRD180.
           PERFORM UNTIL ST-CRD180 = "10"
              READ CRD180 NEXT RECORD AT END MOVE "10" TO ST-CRD180
              NOT AT END
                MOVE NUMERO-CR180 TO NUMERO-W
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD180.
           ADD 1 TO NUMERO-W.

      *----------------------------------------------------------------
      *    LISTA DIARIA DE CHEQUES A DEPOSITAR (ALT1: SITUACAO 0 E
      *    BOM PARA ATE A DATA)
      *----------------------------------------------------------------
       LISTA-A-DEPOSITAR SECTION.
           DISPLAY "Depositar cheques bons ate (AAAAMMDD, ZERO = "
                   "HOJE): ".
           ACCEPT DATA-W FROM CONSOLE.
           IF DATA-W = ZEROS
              MOVE DATA-HOJE-W TO DATA-W
           END-IF.
           MOVE DATA-W TO DATA-REL.
           MOVE ZEROS TO QT-CHEQUES-W VALOR-TOTAL-W PAGE-COUNT.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           MOVE ZEROS TO SITUACAO-CR180 DATA-BOM-PARA-CR180.
           START CRD180 KEY IS NOT < ALT1-CR180 INVALID KEY
                 MOVE "10" TO ST-CRD180.
           PERFORM UNTIL ST-CRD180 = "10"
              READ CRD180 NEXT RECORD AT END MOVE "10" TO ST-CRD180
              NOT AT END
                IF SITUACAO-CR180 <> ZEROS
                   OR DATA-BOM-PARA-CR180 > DATA-W
                   MOVE "10" TO ST-CRD180
                ELSE
                   PERFORM IMPRIME-CHEQUE
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD180.
           MOVE QT-CHEQUES-W  TO QT-CHEQUES-REL.
           MOVE VALOR-TOTAL-W TO VALOR-TOTAL-REL.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINTOT.
           CLOSE RELAT.
           DISPLAY "CHEQUES A DEPOSITAR: " QT-CHEQUES-W
                   "  VALOR: " VALOR-TOTAL-W.

       IMPRIME-CHEQUE SECTION.
           ADD 1           TO QT-CHEQUES-W.
           ADD VALOR-CR180 TO VALOR-TOTAL-W.
           MOVE SPACES                   TO LINDET-REL.
           MOVE NUMERO-CR180             TO LINDET-REL(1: 6).
           MOVE DATA-BOM-PARA-CR180      TO LINDET-REL(8: 8).
           MOVE BANCO-CR180              TO LINDET-REL(17: 3).
           MOVE AGENCIA-CR180            TO LINDET-REL(21: 5).
           MOVE CONTA-CR180              TO LINDET-REL(27: 12).
           MOVE NR-CHEQUE-CR180          TO LINDET-REL(40: 6).
           MOVE NOME-EMITENTE-CR180(1: 18) TO LINDET-REL(47: 18).
           MOVE CONTRATO-CR180           TO LINDET-REL(66: 6).
           MOVE SEQ-CR180                TO LINDET-REL(73: 5).
           MOVE VALOR-CR180              TO VALOR-ED-W.
           MOVE VALOR-ED-W               TO LINDET-REL(79: 13).
      *    PARCELA PAGA POR OUTRO MEIO: O CHEQUE DEVE SER RESGATADO.
           MOVE CONTRATO-CR180 TO CONTRATO-CR100.
           MOVE SEQ-CR180      TO SEQ-CR100.
           READ CRD100 INVALID KEY
                MOVE "S/TIT." TO LINDET-REL(93: 6)
              NOT INVALID KEY
                IF SITUACAO-CR100 <> ZEROS
                   MOVE "BAIXADO" TO LINDET-REL(93: 7)
                END-IF
           END-READ.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.

      *----------------------------------------------------------------
      *    DEPOSITO: BAIXA DA PARCELA EM CRD110 (FORMA 3-BANCO)
      *----------------------------------------------------------------
       REGISTRA-DEPOSITO SECTION.
           DISPLAY "Numero de custodia do cheque: ".
           ACCEPT NUMERO-W FROM CONSOLE.
           MOVE NUMERO-W TO NUMERO-CR180.
           READ CRD180 INVALID KEY
                DISPLAY "CHEQUE NAO ENCONTRADO NA CUSTODIA"
                GO REGISTRA-DEPOSITO-FIM
           END-READ.
           IF SITUACAO-CR180 = 1
              DISPLAY "CHEQUE JA DEPOSITADO EM " DATA-DEPOSITO-CR180
              GO REGISTRA-DEPOSITO-FIM
           END-IF.
           IF SITUACAO-CR180 = 3
              DISPLAY "CHEQUE RESGATADO PELO EMITENTE"
              GO REGISTRA-DEPOSITO-FIM
           END-IF.
      *    DEVOLVIDO SO VOLTA AO BANCO NA REAPRESENTACAO DA ALINEA 11.
           IF SITUACAO-CR180 = 2
              IF ALINEA-CR180 = 11 AND QT-APRESENTACAO-CR180 = 1
                 DISPLAY "REAPRESENTACAO DO CHEQUE DEVOLVIDO POR "
                         "ALINEA 11"
              ELSE
                 DISPLAY "CHEQUE DEVOLVIDO - ALINEA " ALINEA-CR180
                         " - NAO PODE SER REAPRESENTADO"
                 GO REGISTRA-DEPOSITO-FIM
              END-IF
           END-IF.
           PERFORM MOSTRA-CHEQUE.
           DISPLAY "Data do deposito (AAAAMMDD, ZERO = HOJE): ".
           ACCEPT DATA-W FROM CONSOLE.
           IF DATA-W = ZEROS
              MOVE DATA-HOJE-W TO DATA-W
           END-IF.
           IF DATA-W < DATA-BOM-PARA-CR180
              DISPLAY "CHEQUE BOM PARA " DATA-BOM-PARA-CR180
                      " - DEPOSITO ANTECIPADO NAO PERMITIDO"
              GO REGISTRA-DEPOSITO-FIM
           END-IF.
           MOVE DATA-W TO CPP079-DATA.
           CALL "CPP079" USING PARAMETROS-W CPP079-PARAMETROS.
           CANCEL "CPP079".
           IF CPP079-FECHADA = 1
              DISPLAY "COMPETENCIA FECHADA NO CPP071 - DEPOSITO "
                      "RECUSADO"
              GO REGISTRA-DEPOSITO-FIM
           END-IF.
           MOVE CONTRATO-CR180 TO CONTRATO-CR100.
           MOVE SEQ-CR180      TO SEQ-CR100.
           READ CRD100 INVALID KEY
                DISPLAY "TITULO NAO ENCONTRADO EM CRD100"
                GO REGISTRA-DEPOSITO-FIM
           END-READ.
           IF SITUACAO-CR100 <> ZEROS
              DISPLAY "TITULO NAO ESTA EM ABERTO - SITUACAO "
                      SITUACAO-CR100 " - RESGATAR O CHEQUE (OPCAO 5)"
              GO REGISTRA-DEPOSITO-FIM
           END-IF.
           DISPLAY "Codigo de apuracao do caixa (CXD020): ".
           ACCEPT COD-APURACAO-W FROM CONSOLE.
           MOVE COD-APURACAO-W TO CODIGO-COMPL-CX20.
           READ CXD020 INVALID KEY
                DISPLAY "CODIGO DE APURACAO NAO CADASTRADO"
                GO REGISTRA-DEPOSITO-FIM
           END-READ.
           DISPLAY "APURACAO...: " DESCRICAO-CX20.
           DISPLAY "Confirma o deposito e a baixa (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO REGISTRA-DEPOSITO-FIM
           END-IF.
           MOVE CONTRATO-CR180 TO CONTRATO-CR110.
           MOVE SEQ-CR180      TO SEQ-CR110.
           MOVE COD-APURACAO-W TO CODIGO-COMPL-CR110.
           MOVE VALOR-CR180    TO VALOR-BAIXADO-CR110.
           MOVE DATA-W         TO DATA-BAIXA-CR110.
           MOVE 3              TO FORMA-BAIXA-CR110.
           WRITE REG-CRD110 INVALID KEY
                DISPLAY "TITULO JA BAIXADO EM CRD110"
                GO REGISTRA-DEPOSITO-FIM
           END-WRITE.
           MOVE 2 TO SITUACAO-CR100.
           REWRITE REG-CRD100 INVALID KEY
                DISPLAY "ERRO REGRAVACAO CRD100: " ST-CRD100
           END-REWRITE.
           MOVE 1              TO SITUACAO-CR180.
           MOVE DATA-W         TO DATA-DEPOSITO-CR180.
           MOVE COD-APURACAO-W TO CODIGO-COMPL-CR180.
           ADD 1 TO QT-APRESENTACAO-CR180.
           REWRITE REG-CRD180 INVALID KEY
                DISPLAY "ERRO REGRAVACAO CRD180: " ST-CRD180
           END-REWRITE.
           IF VALOR-CR180 <> VALOR-TOT-CR100
              DISPLAY "AVISO: VALOR DO CHEQUE DIFERE DO TITULO"
           END-IF.
           DISPLAY "DEPOSITO REGISTRADO - PARCELA BAIXADA.".
       REGISTRA-DEPOSITO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    DEVOLUCAO PELA COMPENSACAO: ESTORNO DA BAIXA, REABERTURA DO
      *    TITULO, CONTATO DE COBRANCA E BLOQUEIO DO EMITENTE
      *----------------------------------------------------------------
       REGISTRA-DEVOLUCAO SECTION.
           DISPLAY "Numero de custodia do cheque: ".
           ACCEPT NUMERO-W FROM CONSOLE.
           MOVE NUMERO-W TO NUMERO-CR180.
           READ CRD180 INVALID KEY
                DISPLAY "CHEQUE NAO ENCONTRADO NA CUSTODIA"
                GO REGISTRA-DEVOLUCAO-FIM
           END-READ.
           IF SITUACAO-CR180 <> 1
              DISPLAY "CHEQUE NAO ESTA DEPOSITADO - SITUACAO "
                      SITUACAO-CR180
              GO REGISTRA-DEVOLUCAO-FIM
           END-IF.
           PERFORM MOSTRA-CHEQUE.
           DISPLAY "DEPOSITADO EM " DATA-DEPOSITO-CR180.
           DISPLAY "Alinea da devolucao: ".
           ACCEPT ALINEA-W FROM CONSOLE.
           PERFORM VARYING IND-A FROM 1 BY 1
                     UNTIL IND-A > 15
                        OR COD-ALINEA-W(IND-A) = ALINEA-W
              CONTINUE
           END-PERFORM.
           IF IND-A > 15
              DISPLAY "ALINEA NAO PREVISTA - ALINEAS ACEITAS:"
              PERFORM VARYING IND-A FROM 1 BY 1 UNTIL IND-A > 15
                 DISPLAY COD-ALINEA-W(IND-A) " "
                         NOME-ALINEA-W(IND-A)
              END-PERFORM
              GO REGISTRA-DEVOLUCAO-FIM
           END-IF.
           DISPLAY "ALINEA.....: " NOME-ALINEA-W(IND-A).
           DISPLAY "Data da devolucao (AAAAMMDD, ZERO = HOJE): ".
           ACCEPT DATA-W FROM CONSOLE.
           IF DATA-W = ZEROS
              MOVE DATA-HOJE-W TO DATA-W
           END-IF.
           IF DATA-W < DATA-DEPOSITO-CR180
              DISPLAY "DEVOLUCAO ANTERIOR AO DEPOSITO"
              GO REGISTRA-DEVOLUCAO-FIM
           END-IF.
      *    O ESTORNO APAGA A BAIXA DA DATA DO DEPOSITO.
           MOVE DATA-DEPOSITO-CR180 TO CPP079-DATA.
           CALL "CPP079" USING PARAMETROS-W CPP079-PARAMETROS.
           CANCEL "CPP079".
           IF CPP079-FECHADA = 1
              DISPLAY "DEPOSITO DE " DATA-DEPOSITO-CR180 " EM "
                      "COMPETENCIA FECHADA - REABRIR O MES NO CPP071 "
                      "ANTES DA DEVOLUCAO"
              GO REGISTRA-DEVOLUCAO-FIM
           END-IF.
           DISPLAY "Confirma estorno da baixa, reabertura e bloqueio "
                   "do emitente (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO REGISTRA-DEVOLUCAO-FIM
           END-IF.
           PERFORM ESTORNA-BAIXA-DEPOSITO.
           MOVE 2        TO SITUACAO-CR180.
           MOVE DATA-W   TO DATA-DEVOLUCAO-CR180.
           MOVE ALINEA-W TO ALINEA-CR180.
           REWRITE REG-CRD180 INVALID KEY
                DISPLAY "ERRO REGRAVACAO CRD180: " ST-CRD180
           END-REWRITE.
           PERFORM LANCA-CONTATO-COBRANCA.
           PERFORM BLOQUEIA-EMITENTE.
           DISPLAY "CHEQUE DEVOLVIDO - EMITENTE BLOQUEADO.".
       REGISTRA-DEVOLUCAO-FIM.
           EXIT.

      *    SO ESTORNA A BAIXA QUE O PROPRIO DEPOSITO GRAVOU (MESMA DATA
      *    E MESMO CODIGO DE APURACAO); OUTRA BAIXA FICA PARA O CAIXA.
       ESTORNA-BAIXA-DEPOSITO SECTION.
           MOVE CONTRATO-CR180 TO CONTRATO-CR110.
           MOVE SEQ-CR180      TO SEQ-CR110.
           READ CRD110 INVALID KEY
                DISPLAY "BAIXA DO DEPOSITO NAO ENCONTRADA EM CRD110"
                GO ESTORNA-BAIXA-DEPOSITO-FIM
           END-READ.
           IF DATA-BAIXA-CR110 <> DATA-DEPOSITO-CR180
              OR CODIGO-COMPL-CR110 <> CODIGO-COMPL-CR180
              OR FORMA-BAIXA-CR110 <> 3
              DISPLAY "BAIXA EM CRD110 NAO E A DO DEPOSITO (BAIXA DE "
                      DATA-BAIXA-CR110 ") - VERIFICAR NO CAIXA"
              GO ESTORNA-BAIXA-DEPOSITO-FIM
           END-IF.
           DELETE CRD110 RECORD INVALID KEY
                DISPLAY "ERRO EXCLUSAO CRD110: " ST-CRD110
                GO ESTORNA-BAIXA-DEPOSITO-FIM
           END-DELETE.
           MOVE CONTRATO-CR180 TO CONTRATO-CR100.
           MOVE SEQ-CR180      TO SEQ-CR100.
           READ CRD100 INVALID KEY
                DISPLAY "TITULO NAO ENCONTRADO EM CRD100"
                GO ESTORNA-BAIXA-DEPOSITO-FIM
           END-READ.
           IF SITUACAO-CR100 = 2
              MOVE ZEROS TO SITUACAO-CR100
              REWRITE REG-CRD100 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CRD100: " ST-CRD100
              END-REWRITE
              DISPLAY "BAIXA ESTORNADA - TITULO REABERTO."
           END-IF.
       ESTORNA-BAIXA-DEPOSITO-FIM.
           EXIT.

      *    CONTATO DE COBRANCA PARA A AGENDA DO CGP036 (RETORNO HOJE).
       LANCA-CONTATO-COBRANCA SECTION.
           INITIALIZE REG-CGD025.
           MOVE CLASSIF-CLI-CR180 TO CLASSIF-CG25.
           MOVE COD-CLIENTE-CR180 TO CODIGO-CG25.
           MOVE 1                 TO SEQ-CG25.
           MOVE DATA-HOJE-W       TO DATA-CONTATO-CG25
                                     DATA-PROMESSA-CG25.
           MOVE COD-USUARIO-W     TO OPERADOR-CG25.
           MOVE 6                 TO RESULTADO-CG25.
           MOVE ZEROS             TO CUMPRIDA-CG25.
           MOVE SPACES            TO OBS-CG25.
           STRING "CHEQUE DEV. AL " ALINEA-CR180 " CONTR "
                  CONTRATO-CR180 " SEQ " SEQ-CR180
                  DELIMITED BY SIZE INTO OBS-CG25.
           MOVE ZEROS TO ST-CGD025.
           PERFORM UNTIL ST-CGD025 = "10"
             WRITE REG-CGD025 INVALID KEY
                 ADD 1 TO SEQ-CG25
               NOT INVALID KEY
                 MOVE "10" TO ST-CGD025.
           MOVE ZEROS TO ST-CGD025.

       BLOQUEIA-EMITENTE SECTION.
           MOVE ZEROS TO NOVO-W.
           MOVE CPF-EMITENTE-CR180 TO CPF-CR181.
           READ CRD181 INVALID KEY
                MOVE 1 TO NOVO-W
                INITIALIZE REG-CRD181
                MOVE CPF-EMITENTE-CR180 TO CPF-CR181
           END-READ.
           MOVE NOME-EMITENTE-CR180 TO NOME-CR181.
           MOVE 1                   TO SITUACAO-CR181.
           MOVE DATA-W              TO DATA-BLOQUEIO-CR181.
           MOVE NUMERO-CR180        TO CUSTODIA-CR181.
           MOVE ALINEA-CR180        TO ALINEA-CR181.
           MOVE ZEROS               TO DATA-LIBERACAO-CR181
                                       USUARIO-LIBERACAO-CR181.
           ADD 1 TO QT-DEVOLUCOES-CR181.
           IF NOVO-W = 1
              WRITE REG-CRD181 INVALID KEY
                   DISPLAY "ERRO GRAVACAO CRD181: " ST-CRD181
              END-WRITE
           ELSE
              REWRITE REG-CRD181 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CRD181: " ST-CRD181
              END-REWRITE
           END-IF.

      *----------------------------------------------------------------
      *    RESGATE: CHEQUE DEVOLVIDO AO EMITENTE SEM DEPOSITO
      *----------------------------------------------------------------
       REGISTRA-RESGATE SECTION.
           DISPLAY "Numero de custodia do cheque: ".
           ACCEPT NUMERO-W FROM CONSOLE.
           MOVE NUMERO-W TO NUMERO-CR180.
           READ CRD180 INVALID KEY
                DISPLAY "CHEQUE NAO ENCONTRADO NA CUSTODIA"
                GO REGISTRA-RESGATE-FIM
           END-READ.
           IF SITUACAO-CR180 = 1 OR SITUACAO-CR180 = 3
              DISPLAY "CHEQUE NAO ESTA NA CUSTODIA - SITUACAO "
                      SITUACAO-CR180
              GO REGISTRA-RESGATE-FIM
           END-IF.
           PERFORM MOSTRA-CHEQUE.
           DISPLAY "Observacao (ENTER = MANTER): ".
           ACCEPT OBS-CR180 FROM CONSOLE.
           DISPLAY "Confirma a devolucao do cheque ao emitente "
                   "(S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO REGISTRA-RESGATE-FIM
           END-IF.
           MOVE 3 TO SITUACAO-CR180.
           REWRITE REG-CRD180 INVALID KEY
                DISPLAY "ERRO REGRAVACAO CRD180: " ST-CRD180
           END-REWRITE.
           DISPLAY "CHEQUE RESGATADO.".
       REGISTRA-RESGATE-FIM.
           EXIT.

       MOSTRA-CHEQUE SECTION.
           DISPLAY "EMITENTE...: " CPF-EMITENTE-CR180 " "
                   NOME-EMITENTE-CR180.
           DISPLAY "CHEQUE.....: BANCO " BANCO-CR180 " AG "
                   AGENCIA-CR180 " CONTA " CONTA-CR180 " NR "
                   NR-CHEQUE-CR180.
           DISPLAY "VALOR......: " VALOR-CR180 "  BOM PARA "
                   DATA-BOM-PARA-CR180.
           DISPLAY "PARCELA....: " CONTRATO-CR180 " SEQ " SEQ-CR180.

      *----------------------------------------------------------------
      *    EMITENTES BLOQUEADOS (CRD181)
      *----------------------------------------------------------------
       MANUTENCAO-EMITENTES SECTION.
           MOVE ZEROS TO CPF-CR181.
           START CRD181 KEY IS NOT < CPF-CR181 INVALID KEY
                 MOVE "10" TO ST-CRD181.
           PERFORM UNTIL ST-CRD181 = "10"
              READ CRD181 NEXT RECORD AT END MOVE "10" TO ST-CRD181
              NOT AT END
                IF SITUACAO-CR181 = 1
                   DISPLAY CPF-CR181 " " NOME-CR181 " "
                           DATA-BLOQUEIO-CR181 " AL " ALINEA-CR181
                           " DEVOL " QT-DEVOLUCOES-CR181
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD181.
           DISPLAY "CPF/CNPJ a liberar (ZERO = VOLTAR): ".
           ACCEPT CPF-W FROM CONSOLE.
           IF CPF-W = ZEROS
              GO MANUTENCAO-EMITENTES-FIM
           END-IF.
           MOVE CPF-W TO CPF-CR181.
           READ CRD181 INVALID KEY
                DISPLAY "EMITENTE NAO CONSTA DOS BLOQUEADOS"
                GO MANUTENCAO-EMITENTES-FIM
           END-READ.
           IF SITUACAO-CR181 <> 1
              DISPLAY "EMITENTE JA LIBERADO EM " DATA-LIBERACAO-CR181
              GO MANUTENCAO-EMITENTES-FIM
           END-IF.
           DISPLAY "Confirma a liberacao de " NOME-CR181 " (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO MANUTENCAO-EMITENTES-FIM
           END-IF.
           MOVE ZEROS         TO SITUACAO-CR181.
           MOVE DATA-HOJE-W   TO DATA-LIBERACAO-CR181.
           MOVE COD-USUARIO-W TO USUARIO-LIBERACAO-CR181.
           REWRITE REG-CRD181 INVALID KEY
                DISPLAY "ERRO REGRAVACAO CRD181: " ST-CRD181
           END-REWRITE.
           DISPLAY "EMITENTE LIBERADO.".
       MANUTENCAO-EMITENTES-FIM.
           EXIT.

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
           CLOSE CRD100 CRD110 CRD180 CRD181 CXD020 CGD010 CGD025.
           IF TEM-CRD120-W = 1
              CLOSE CRD120
           END-IF.
           IF TEM-CRD141-W = 1
              CLOSE CRD141
           END-IF.
           EXIT PROGRAM.
