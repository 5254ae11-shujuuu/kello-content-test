       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP157.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Arquivo de negativos - depois da avaliação os negativos
      *do contrato vão para caixas no fundo da loja e achar para uma
      *reimpressão levava uma tarde. Como o VIP120 faz para as fitas:
      *  LOCALIZACAO : caixa/prateleira por contrato e tipo de filme
      *                (LBD073) e o registro do descarte;
      *  RETIRADA ...: quem (CGD001) retirou o negativo, quando e para
      *                quê (LBD074);
      *  DEVOLUCAO ..: volta do negativo para a caixa;
      *  PESQUISA ...: por contrato ou por caixa, com a situação
      *                (arquivado, retirado por, descartado);
      *  FORA .......: relatório dos negativos fora da caixa há mais
      *                de N dias;
      *  DESCARTE ...: lista de retenção - negativos arquivados de
      *                contratos entregues (LBD215) há mais que os
      *                anos configurados (LBD075);
      *  PARAMETROS .: anos de retenção e dias do relatório FORA.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX001.
           COPY COPX040.
           COPY LBPX021.
           COPY LBPX215.
           COPY LBPX073.
           COPY LBPX074.
           COPY LBPX075.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW001.
       COPY COPW040.
       COPY LBPW021.
       COPY LBPW215.
       COPY LBPW073.
       COPY LBPW074.
       COPY LBPW075.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(120).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-LBD021             PIC XX       VALUE SPACES.
           05  ST-LBD215             PIC XX       VALUE SPACES.
           05  LBD215-EXISTE-W       PIC 9        VALUE ZEROS.
           05  PATH-LBD215           PIC X(30)    VALUE SPACES.
           05  ST-LBD073             PIC XX       VALUE SPACES.
           05  ST-LBD074             PIC XX       VALUE SPACES.
           05  ST-LBD075             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  ACAO-W                PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  TIPO-RELAT-W          PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-W                PIC 9(8)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(8)     VALUE ZEROS.
           05  TIPO-FILME-W          PIC 9(2)     VALUE ZEROS.
           05  CAIXA-W               PIC X(10)    VALUE SPACES.
           05  PRATELEIRA-W          PIC X(10)    VALUE SPACES.
           05  QT-FILMES-W           PIC 9(4)     VALUE ZEROS.
           05  FUNCIONARIO-W         PIC 9(6)     VALUE ZEROS.
           05  MOTIVO-W              PIC X(30)    VALUE SPACES.
           05  OBS-W                 PIC X(30)    VALUE SPACES.
           05  GRAVA-W               PIC 9        VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  SEQ-ABERTO-W          PIC 9(4)     VALUE ZEROS.
           05  ACHOU-ABERTO-W        PIC 9        VALUE ZEROS.
           05  SITUACAO-W            PIC X(40)    VALUE SPACES.
           05  DIAS-W                PIC 9(3)     VALUE ZEROS.
           05  DIAS-FORA-W           PIC 9(5)     VALUE ZEROS.
           05  ANOS-W                PIC 9(2)     VALUE ZEROS.
           05  DATA-LIMITE-W         PIC 9(8)     VALUE ZEROS.
           05  ANO-LIMITE-W          PIC 9(4)     VALUE ZEROS.
           05  ULT-ENTREGA-W         PIC 9(8)     VALUE ZEROS.
           05  PENDENTE-W            PIC 9        VALUE ZEROS.
           05  QT-LISTADOS-W         PIC 9(5)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
           COPY CGPW046C.
           COPY LOGW008C.

       01  CAB01.
           05  EMPRESA-REL         PIC X(100)  VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02-FORA.
           05  FILLER              PIC X(35)   VALUE
               "NEGATIVOS FORA DA CAIXA HA MAIS DE ".
           05  DIAS-CAB-REL        PIC ZZZZ9.
           05  FILLER              PIC X(11)   VALUE " DIAS - EM ".
           05  DATA-FORA-REL       PIC 99/99/9999.
       01  CAB02-DESC.
           05  FILLER              PIC X(50)   VALUE
               "NEGATIVOS PARA DESCARTE - CONTRATOS ENTREGUES ATE ".
           05  LIMITE-CAB-REL      PIC 99/99/9999.
           05  FILLER              PIC X(2)    VALUE " (".
           05  ANOS-CAB-REL        PIC Z9.
           05  FILLER              PIC X(20)   VALUE
               " ANOS DE RETENCAO)".
       01  CAB03.
           05  FILLER              PIC X(120)  VALUE ALL "=".
       01  CAB04-FORA.
           05  FILLER              PIC X(44)   VALUE
               "CONTRATO TURMA      TP CAIXA      PRATELEIRA".
           05  FILLER              PIC X(44)   VALUE
               " RETIR. NOME                      RETIRADA  ".
           05  FILLER              PIC X(32)   VALUE
               "  DIAS MOTIVO".
       01  CAB04-DESC.
           05  FILLER              PIC X(44)   VALUE
               "CONTRATO TURMA      TP FILME                ".
           05  FILLER              PIC X(44)   VALUE
               "CAIXA      PRATELEIRA QTDE ARQUIVADO  ENTREG".
           05  FILLER              PIC X(32)   VALUE
               "UE   SITUACAO".
       01  LINDET-FORA.
           05  CONTRATO-FORA-REL   PIC 9(8).
           05  FILLER              PIC X       VALUE SPACES.
           05  TURMA-FORA-REL      PIC X(10).
           05  FILLER              PIC X       VALUE SPACES.
           05  TIPO-FORA-REL       PIC 99.
           05  FILLER              PIC X       VALUE SPACES.
           05  CAIXA-FORA-REL      PIC X(10).
           05  FILLER              PIC X       VALUE SPACES.
           05  PRATEL-FORA-REL     PIC X(10).
           05  FILLER              PIC X       VALUE SPACES.
           05  RETIRADO-FORA-REL   PIC 9(6).
           05  FILLER              PIC X       VALUE SPACES.
           05  NOME-FORA-REL       PIC X(25).
           05  FILLER              PIC X       VALUE SPACES.
           05  DATA-RET-FORA-REL   PIC 99/99/9999.
           05  FILLER              PIC X       VALUE SPACES.
           05  DIAS-FORA-REL       PIC ZZZZ9.
           05  FILLER              PIC X       VALUE SPACES.
           05  MOTIVO-FORA-REL     PIC X(24).
       01  LINDET-DESC.
           05  CONTRATO-DESC-REL   PIC 9(8).
           05  FILLER              PIC X       VALUE SPACES.
           05  TURMA-DESC-REL      PIC X(10).
           05  FILLER              PIC X       VALUE SPACES.
           05  TIPO-DESC-REL       PIC 99.
           05  FILLER              PIC X       VALUE SPACES.
           05  FILME-DESC-REL      PIC X(20).
           05  FILLER              PIC X       VALUE SPACES.
           05  CAIXA-DESC-REL      PIC X(10).
           05  FILLER              PIC X       VALUE SPACES.
           05  PRATEL-DESC-REL     PIC X(10).
           05  FILLER              PIC X       VALUE SPACES.
           05  QT-DESC-REL         PIC ZZZ9.
           05  FILLER              PIC X       VALUE SPACES.
           05  ARQUIVO-DESC-REL    PIC 99/99/9999.
           05  FILLER              PIC X       VALUE SPACES.
           05  ENTREGA-DESC-REL    PIC 99/99/9999.
           05  FILLER              PIC X       VALUE SPACES.
           05  SITUACAO-DESC-REL   PIC X(12).
       01  LINTOT.
           05  TEXTO-TOT-REL       PIC X(40)   VALUE SPACES.
           05  QT-TOT-REL          PIC ZZZZ9.
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
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "COD040" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040.
           MOVE "LBD021" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD021.
           MOVE "LBD215" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD215.
           MOVE "LBD073" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD073.
           MOVE "LBD074" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD074.
           MOVE "LBD075" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD075.
           OPEN INPUT CGD001 COD040 LBD021.
      *    REMESSAS DE ALBUM: SO NA EMPRESA QUE JA USA O LBP215
           OPEN INPUT LBD215.
           IF ST-LBD215 = "00"
              MOVE 1 TO LBD215-EXISTE-W
           END-IF.
           OPEN I-O LBD073.
           IF ST-LBD073 = "35"
              OPEN OUTPUT LBD073
              CLOSE       LBD073
              OPEN I-O    LBD073
           END-IF.
           OPEN I-O LBD074.
           IF ST-LBD074 = "35"
              OPEN OUTPUT LBD074
              CLOSE       LBD074
              OPEN I-O    LBD074
           END-IF.
           OPEN I-O LBD075.
           IF ST-LBD075 = "35"
              OPEN OUTPUT LBD075
              CLOSE       LBD075
              OPEN I-O    LBD075
           END-IF.
           IF ST-CGD001 <> "00"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W.
           IF ST-COD040 <> "00"
              DISPLAY "ERRO ABERTURA COD040: " ST-COD040
              MOVE 1 TO ERRO-W.
           IF ST-LBD021 <> "00"
              DISPLAY "ERRO ABERTURA LBD021: " ST-LBD021
              MOVE 1 TO ERRO-W.
           IF ST-LBD073 <> "00"
              DISPLAY "ERRO ABERTURA LBD073: " ST-LBD073
              MOVE 1 TO ERRO-W.
           IF ST-LBD074 <> "00"
              DISPLAY "ERRO ABERTURA LBD074: " ST-LBD074
              MOVE 1 TO ERRO-W.
           IF ST-LBD075 <> "00"
              DISPLAY "ERRO ABERTURA LBD075: " ST-LBD075
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "LBP157" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA LBP157"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-LOCALIZACAO  2-RETIRADA  3-DEVOLUCAO  "
                   "4-PESQUISA  5-FORA  6-DESCARTE  7-PARAMETROS  "
                   "9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM MANTEM-LOCALIZACAO
              WHEN 2 PERFORM REGISTRA-RETIRADA
              WHEN 3 PERFORM REGISTRA-DEVOLUCAO
              WHEN 4 PERFORM PESQUISA-NEGATIVOS
              WHEN 5 PERFORM RELATORIO-FORA
              WHEN 6 PERFORM RELATORIO-DESCARTE
              WHEN 7 PERFORM MANTEM-PARAMETROS
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    PARAMETROS (REGISTRO UNICO DE LBD075)
      *----------------------------------------------------------------
       LE-PARAMETROS SECTION.
           MOVE "1" TO CHAVE-L75.
           READ LBD075 INVALID KEY
                INITIALIZE REG-LBD075
                MOVE "1" TO CHAVE-L75
                MOVE 5   TO ANOS-RETENCAO-L75
                MOVE 30  TO DIAS-FORA-L75
                WRITE REG-LBD075 INVALID KEY
                      DISPLAY "ERRO GRAVACAO LBD075: " ST-LBD075
                END-WRITE
           END-READ.

       MANTEM-PARAMETROS SECTION.
           PERFORM LE-PARAMETROS.
           DISPLAY "RETENCAO " ANOS-RETENCAO-L75 " ANOS  RELATORIO "
                   "FORA DA CAIXA " DIAS-FORA-L75 " DIAS".
           DISPLAY "Anos de retencao apos a entrega (0 = mantem): ".
           ACCEPT ANOS-W FROM CONSOLE.
           DISPLAY "Dias fora da caixa do relatorio (0 = mantem): ".
           ACCEPT DIAS-W FROM CONSOLE.
           IF ANOS-W > ZEROS
              MOVE ANOS-W TO ANOS-RETENCAO-L75
           END-IF.
           IF DIAS-W > ZEROS
              MOVE DIAS-W TO DIAS-FORA-L75
           END-IF.
           MOVE DATA-HOJE-W   TO DATA-ALTERACAO-L75.
           MOVE COD-USUARIO-W TO USUARIO-L75.
           REWRITE REG-LBD075 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD075: " ST-LBD075
           END-REWRITE.
           DISPLAY "PARAMETROS GRAVADOS.".

      *----------------------------------------------------------------
      *    LOCALIZACAO DO NEGATIVO (LBD073) E DESCARTE
      *----------------------------------------------------------------
       MANTEM-LOCALIZACAO SECTION.
           PERFORM INFORMA-CONTRATO-TIPO.
           IF ACHOU-W = 0
              GO MANTEM-LOCALIZACAO-FIM
           END-IF.
           MOVE ZEROS TO GRAVA-W.
           MOVE CONTRATO-W   TO CONTRATO-L73.
           MOVE TIPO-FILME-W TO TIPO-FILME-L73.
           READ LBD073 INVALID KEY
                INITIALIZE REG-LBD073
                MOVE CONTRATO-W   TO CONTRATO-L73
                MOVE TIPO-FILME-W TO TIPO-FILME-L73
                MOVE DATA-HOJE-W  TO DATA-ARQUIVO-L73
                MOVE 1 TO GRAVA-W
           END-READ.
           IF SITUACAO-L73 = 1
              DISPLAY "NEGATIVO DESCARTADO EM " DATA-DESCARTE-L73
              GO MANTEM-LOCALIZACAO-FIM
           END-IF.
           MOVE 1 TO ACAO-W.
           IF GRAVA-W = 0
              DISPLAY "CAIXA " CAIXA-L73 " PRATELEIRA " PRATELEIRA-L73
                      " FILMES " QT-FILMES-L73 " ARQUIVADO EM "
                      DATA-ARQUIVO-L73
              DISPLAY "Acao (1-ALTERAR LOCALIZACAO  2-REGISTRAR "
                      "DESCARTE): "
              ACCEPT ACAO-W FROM CONSOLE
           END-IF.
           EVALUATE ACAO-W
              WHEN 1 PERFORM GRAVA-LOCALIZACAO
              WHEN 2 PERFORM REGISTRA-DESCARTE
              WHEN OTHER DISPLAY "ACAO INVALIDA"
           END-EVALUATE.
       MANTEM-LOCALIZACAO-FIM.
           EXIT.

       GRAVA-LOCALIZACAO SECTION.
           DISPLAY "Caixa (branco = MANTEM): ".
           ACCEPT CAIXA-W FROM CONSOLE.
           IF CAIXA-W <> SPACES
              MOVE CAIXA-W TO CAIXA-L73
           END-IF.
           IF CAIXA-L73 = SPACES
              DISPLAY "CAIXA OBRIGATORIA - NAO GRAVADO"
              GO GRAVA-LOCALIZACAO-FIM
           END-IF.
           DISPLAY "Prateleira (branco = MANTEM): ".
           ACCEPT PRATELEIRA-W FROM CONSOLE.
           IF PRATELEIRA-W <> SPACES
              MOVE PRATELEIRA-W TO PRATELEIRA-L73
           END-IF.
           DISPLAY "Quantidade de filmes (0 = MANTEM): ".
           ACCEPT QT-FILMES-W FROM CONSOLE.
           IF QT-FILMES-W > ZEROS
              MOVE QT-FILMES-W TO QT-FILMES-L73
           END-IF.
           DISPLAY "Observacao (branco = MANTEM): ".
           ACCEPT OBS-W FROM CONSOLE.
           IF OBS-W <> SPACES
              MOVE OBS-W TO OBS-L73
           END-IF.
           MOVE COD-USUARIO-W TO DIGITADOR-L73.
           IF GRAVA-W = 1
              WRITE REG-LBD073 INVALID KEY
                   DISPLAY "ERRO GRAVACAO LBD073: " ST-LBD073
                   GO GRAVA-LOCALIZACAO-FIM
              END-WRITE
           ELSE
              REWRITE REG-LBD073 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO LBD073: " ST-LBD073
                   GO GRAVA-LOCALIZACAO-FIM
              END-REWRITE
           END-IF.
           DISPLAY "LOCALIZACAO GRAVADA.".
       GRAVA-LOCALIZACAO-FIM.
           EXIT.

      *    NEGATIVO FORA DA CAIXA NAO PODE SER DADO COMO DESCARTADO.
       REGISTRA-DESCARTE SECTION.
           PERFORM PROCURA-RETIRADA-ABERTA.
           IF ACHOU-ABERTO-W = 1
              DISPLAY "NEGATIVO RETIRADO - REGISTRE A DEVOLUCAO ANTES"
              GO REGISTRA-DESCARTE-FIM
           END-IF.
           DISPLAY "Confirma o descarte do negativo (S/N): ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO REGISTRA-DESCARTE-FIM
           END-IF.
           MOVE 1             TO SITUACAO-L73.
           MOVE DATA-HOJE-W   TO DATA-DESCARTE-L73.
           MOVE COD-USUARIO-W TO DIGITADOR-L73.
           REWRITE REG-LBD073 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD073: " ST-LBD073
                GO REGISTRA-DESCARTE-FIM
           END-REWRITE.
           DISPLAY "DESCARTE REGISTRADO.".
       REGISTRA-DESCARTE-FIM.
           EXIT.

      *    CONTRATO DO COD040 E TIPO DE FILME DO LBD021.
       INFORMA-CONTRATO-TIPO SECTION.
           MOVE ZEROS TO ACHOU-W.
           DISPLAY "Contrato: ".
           ACCEPT CONTRATO-W FROM CONSOLE.
           IF CONTRATO-W = ZEROS OR CONTRATO-W > 999999
              DISPLAY "CONTRATO NAO CADASTRADO EM COD040"
              GO INFORMA-CONTRATO-TIPO-FIM
           END-IF.
           MOVE CONTRATO-W TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                DISPLAY "CONTRATO NAO CADASTRADO EM COD040"
                GO INFORMA-CONTRATO-TIPO-FIM
           END-READ.
           DISPLAY "TURMA: " IDENTIFICACAO-CO40.
           DISPLAY "Tipo de filme: ".
           ACCEPT TIPO-FILME-W FROM CONSOLE.
           MOVE TIPO-FILME-W TO CODIGO-LB21.
           READ LBD021 INVALID KEY
                DISPLAY "TIPO DE FILME NAO CADASTRADO EM LBD021"
                GO INFORMA-CONTRATO-TIPO-FIM
           END-READ.
           DISPLAY "FILME: " DESCRICAO-LB21.
           MOVE 1 TO ACHOU-W.
       INFORMA-CONTRATO-TIPO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    RETIRADA E DEVOLUCAO (LBD074)
      *----------------------------------------------------------------
      *    PROCURA A RETIRADA EM ABERTO (SEM DEVOLUCAO) E A ULTIMA
      *    SEQUENCIA USADA PARA O CONTRATO/TIPO EM CONTRATO-L73.
       PROCURA-RETIRADA-ABERTA SECTION.
           MOVE ZEROS TO ACHOU-ABERTO-W SEQ-ABERTO-W.
           MOVE CONTRATO-L73   TO CONTRATO-L74.
           MOVE TIPO-FILME-L73 TO TIPO-FILME-L74.
           MOVE ZEROS          TO SEQ-L74.
           START LBD074 KEY IS NOT < CHAVE-L74 INVALID KEY
                 MOVE "10" TO ST-LBD074.
           PERFORM UNTIL ST-LBD074 = "10"
              READ LBD074 NEXT RECORD AT END MOVE "10" TO ST-LBD074
              NOT AT END
                IF CONTRATO-L74 <> CONTRATO-L73
                   OR TIPO-FILME-L74 <> TIPO-FILME-L73
                   MOVE "10" TO ST-LBD074
                ELSE
                   MOVE SEQ-L74 TO SEQ-ABERTO-W
                   IF DATA-DEVOLUCAO-L74 = ZEROS
                      MOVE 1 TO ACHOU-ABERTO-W
                   ELSE
                      MOVE ZEROS TO ACHOU-ABERTO-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD074.

       REGISTRA-RETIRADA SECTION.
           PERFORM INFORMA-CONTRATO-TIPO.
           IF ACHOU-W = 0
              GO REGISTRA-RETIRADA-FIM
           END-IF.
           MOVE CONTRATO-W   TO CONTRATO-L73.
           MOVE TIPO-FILME-W TO TIPO-FILME-L73.
           READ LBD073 INVALID KEY
                DISPLAY "NEGATIVO SEM LOCALIZACAO - GRAVE NA OPCAO 1"
                GO REGISTRA-RETIRADA-FIM
           END-READ.
           IF SITUACAO-L73 = 1
              DISPLAY "NEGATIVO DESCARTADO EM " DATA-DESCARTE-L73
              GO REGISTRA-RETIRADA-FIM
           END-IF.
           PERFORM PROCURA-RETIRADA-ABERTA.
           IF ACHOU-ABERTO-W = 1
              DISPLAY "NEGATIVO JA RETIRADO - REGISTRE A DEVOLUCAO"
              GO REGISTRA-RETIRADA-FIM
           END-IF.
           DISPLAY "CAIXA " CAIXA-L73 " PRATELEIRA " PRATELEIRA-L73.
           DISPLAY "Retirado por (funcionario CGD001): ".
           ACCEPT FUNCIONARIO-W FROM CONSOLE.
           MOVE FUNCIONARIO-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                DISPLAY "FUNCIONARIO NAO CADASTRADO EM CGD001"
                GO REGISTRA-RETIRADA-FIM
           END-READ.
           MOVE FUNCIONARIO-W TO CGP046-CODIGO.
           MOVE DATA-HOJE-W   TO CGP046-DATA.
           CALL "CGP046" USING PARAMETROS-W CGP046-PARAMETROS.
           CANCEL "CGP046".
           IF CGP046-DESLIGADO = 1
              DISPLAY "FUNCIONARIO DESLIGADO EM " CGP046-DATA-DESLIG
                      " - RETIRADA RECUSADA"
              GO REGISTRA-RETIRADA-FIM
           END-IF.
           DISPLAY "Motivo (ex.: REIMPRESSAO DO ALBUM): ".
           ACCEPT MOTIVO-W FROM CONSOLE.
           ACCEPT HORA-W FROM TIME.
           INITIALIZE REG-LBD074.
           MOVE CONTRATO-W       TO CONTRATO-L74.
           MOVE TIPO-FILME-W     TO TIPO-FILME-L74.
           COMPUTE SEQ-L74 = SEQ-ABERTO-W + 1.
           MOVE FUNCIONARIO-W    TO RETIRADO-POR-L74.
           MOVE DATA-HOJE-W      TO DATA-RETIRADA-L74.
           MOVE HORA-W(1: 4)     TO HORA-RETIRADA-L74.
           MOVE MOTIVO-W         TO MOTIVO-L74.
           MOVE COD-USUARIO-W    TO DIGITADOR-L74.
           WRITE REG-LBD074 INVALID KEY
                 DISPLAY "ERRO GRAVACAO LBD074: " ST-LBD074
                 GO REGISTRA-RETIRADA-FIM
           END-WRITE.
           DISPLAY "RETIRADA REGISTRADA - " NOME-CG01.
       REGISTRA-RETIRADA-FIM.
           EXIT.

       REGISTRA-DEVOLUCAO SECTION.
           PERFORM INFORMA-CONTRATO-TIPO.
           IF ACHOU-W = 0
              GO REGISTRA-DEVOLUCAO-FIM
           END-IF.
           MOVE CONTRATO-W   TO CONTRATO-L73.
           MOVE TIPO-FILME-W TO TIPO-FILME-L73.
           PERFORM PROCURA-RETIRADA-ABERTA.
           IF ACHOU-ABERTO-W = ZEROS
              DISPLAY "NENHUMA RETIRADA EM ABERTO PARA O NEGATIVO"
              GO REGISTRA-DEVOLUCAO-FIM
           END-IF.
           MOVE CONTRATO-W    TO CONTRATO-L74.
           MOVE TIPO-FILME-W  TO TIPO-FILME-L74.
           MOVE SEQ-ABERTO-W  TO SEQ-L74.
           READ LBD074 INVALID KEY
                DISPLAY "ERRO LEITURA LBD074: " ST-LBD074
                GO REGISTRA-DEVOLUCAO-FIM
           END-READ.
           DISPLAY "RETIRADO POR " RETIRADO-POR-L74 " EM "
                   DATA-RETIRADA-L74 " - " MOTIVO-L74.
           DISPLAY "Data da devolucao (AAAAMMDD, 0 = HOJE): ".
           ACCEPT DATA-W FROM CONSOLE.
           IF DATA-W = ZEROS
              MOVE DATA-HOJE-W TO DATA-W
           END-IF.
           IF DATA-W < DATA-RETIRADA-L74
              DISPLAY "DEVOLUCAO ANTERIOR A RETIRADA - NAO GRAVADO"
              GO REGISTRA-DEVOLUCAO-FIM
           END-IF.
           MOVE DATA-W TO DATA-DEVOLUCAO-L74.
           REWRITE REG-LBD074 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD074: " ST-LBD074
                GO REGISTRA-DEVOLUCAO-FIM
           END-REWRITE.
           DISPLAY "DEVOLUCAO REGISTRADA.".
       REGISTRA-DEVOLUCAO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    PESQUISA POR CONTRATO OU POR CAIXA
      *----------------------------------------------------------------
       PESQUISA-NEGATIVOS SECTION.
           DISPLAY "Pesquisar por (1-CONTRATO  2-CAIXA): ".
           ACCEPT ACAO-W FROM CONSOLE.
           MOVE ZEROS TO ACHOU-W.
           EVALUATE ACAO-W
              WHEN 1
                 DISPLAY "Contrato: "
                 ACCEPT CONTRATO-W FROM CONSOLE
                 MOVE CONTRATO-W TO CONTRATO-L73
                 MOVE ZEROS      TO TIPO-FILME-L73
                 START LBD073 KEY IS NOT < CHAVE-L73 INVALID KEY
                       MOVE "10" TO ST-LBD073
                 END-START
                 PERFORM UNTIL ST-LBD073 = "10"
                    READ LBD073 NEXT RECORD AT END
                         MOVE "10" TO ST-LBD073
                    NOT AT END
                      IF CONTRATO-L73 <> CONTRATO-W
                         MOVE "10" TO ST-LBD073
                      ELSE
                         PERFORM MOSTRA-NEGATIVO
                      END-IF
                    END-READ
                 END-PERFORM
              WHEN 2
                 DISPLAY "Caixa: "
                 ACCEPT CAIXA-W FROM CONSOLE
                 MOVE CAIXA-W TO CAIXA-L73
                 START LBD073 KEY IS NOT < CAIXA-L73 INVALID KEY
                       MOVE "10" TO ST-LBD073
                 END-START
                 PERFORM UNTIL ST-LBD073 = "10"
                    READ LBD073 NEXT RECORD AT END
                         MOVE "10" TO ST-LBD073
                    NOT AT END
                      IF CAIXA-L73 <> CAIXA-W
                         MOVE "10" TO ST-LBD073
                      ELSE
                         PERFORM MOSTRA-NEGATIVO
                      END-IF
                    END-READ
                 END-PERFORM
              WHEN OTHER
                 GO PESQUISA-NEGATIVOS-FIM
           END-EVALUATE.
           MOVE ZEROS TO ST-LBD073.
           IF ACHOU-W = 0
              DISPLAY "NENHUM NEGATIVO ENCONTRADO"
           END-IF.
       PESQUISA-NEGATIVOS-FIM.
           EXIT.

      *    UMA LINHA POR NEGATIVO: CONTRATO, TIPO, CAIXA/PRATELEIRA E A
      *    SITUACAO (ARQUIVADO, RETIRADO POR QUEM E QUANDO, DESCARTADO).
       MOSTRA-NEGATIVO SECTION.
           MOVE 1 TO ACHOU-W.
           PERFORM MONTA-SITUACAO.
           DISPLAY CONTRATO-L73 " TP " TIPO-FILME-L73 " CAIXA "
                   CAIXA-L73 " PRAT " PRATELEIRA-L73 " FILMES "
                   QT-FILMES-L73.
           DISPLAY "      " SITUACAO-W.

       MONTA-SITUACAO SECTION.
           MOVE SPACES TO SITUACAO-W.
           IF SITUACAO-L73 = 1
              STRING "DESCARTADO EM " DATA-DESCARTE-L73
                     DELIMITED BY SIZE INTO SITUACAO-W
              GO MONTA-SITUACAO-FIM
           END-IF.
           PERFORM PROCURA-RETIRADA-ABERTA.
           IF ACHOU-ABERTO-W = 0
              MOVE "ARQUIVADO NA CAIXA" TO SITUACAO-W
              GO MONTA-SITUACAO-FIM
           END-IF.
           MOVE CONTRATO-L73   TO CONTRATO-L74.
           MOVE TIPO-FILME-L73 TO TIPO-FILME-L74.
           MOVE SEQ-ABERTO-W   TO SEQ-L74.
           READ LBD074 INVALID KEY
                MOVE "RETIRADO" TO SITUACAO-W
                GO MONTA-SITUACAO-FIM
           END-READ.
           STRING "RETIRADO POR " RETIRADO-POR-L74 " EM "
                  DATA-RETIRADA-L74
                  DELIMITED BY SIZE INTO SITUACAO-W.
       MONTA-SITUACAO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    NEGATIVOS FORA DA CAIXA HA MAIS DE N DIAS
      *----------------------------------------------------------------
       RELATORIO-FORA SECTION.
           PERFORM LE-PARAMETROS.
           DISPLAY "Fora ha mais de quantos dias (0 = "
                   DIAS-FORA-L75 "): ".
           ACCEPT DIAS-W FROM CONSOLE.
           IF DIAS-W = ZEROS
              MOVE DIAS-FORA-L75 TO DIAS-W
           END-IF.
           MOVE 1 TO TIPO-RELAT-W.
           MOVE DIAS-W TO DIAS-CAB-REL.
           MOVE DATA-HOJE-W TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-FORA-REL.
           OPEN OUTPUT RELAT.
           MOVE ZEROS TO PAGE-COUNT QT-LISTADOS-W.
           PERFORM CABECALHO.
           MOVE ZEROS TO CONTRATO-L74 TIPO-FILME-L74 SEQ-L74.
           START LBD074 KEY IS NOT < CHAVE-L74 INVALID KEY
                 MOVE "10" TO ST-LBD074.
           PERFORM UNTIL ST-LBD074 = "10"
              READ LBD074 NEXT RECORD AT END MOVE "10" TO ST-LBD074
              NOT AT END
                IF DATA-DEVOLUCAO-L74 = ZEROS
                   PERFORM IMPRIME-LINHA-FORA
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD074.
           MOVE "TOTAL DE NEGATIVOS FORA DA CAIXA" TO TEXTO-TOT-REL.
           MOVE QT-LISTADOS-W TO QT-TOT-REL.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINTOT.
           CLOSE RELAT.
           DISPLAY "RELATORIO IMPRESSO - NEGATIVOS FORA: "
                   QT-LISTADOS-W.

       IMPRIME-LINHA-FORA SECTION.
           COMPUTE DIAS-FORA-W =
              FUNCTION INTEGER-OF-DATE(DATA-HOJE-W)
            - FUNCTION INTEGER-OF-DATE(DATA-RETIRADA-L74).
           IF DIAS-FORA-W NOT > DIAS-W
              GO IMPRIME-LINHA-FORA-FIM
           END-IF.
           MOVE CONTRATO-L74   TO CONTRATO-L73 CONTRATO-FORA-REL.
           MOVE TIPO-FILME-L74 TO TIPO-FILME-L73 TIPO-FORA-REL.
           READ LBD073 INVALID KEY
                MOVE SPACES TO CAIXA-L73 PRATELEIRA-L73
           END-READ.
           MOVE SPACES TO TURMA-FORA-REL.
           IF CONTRATO-L74 NOT > 999999
              MOVE CONTRATO-L74 TO NR-CONTRATO-CO40
              READ COD040 INVALID KEY
                   MOVE SPACES TO IDENTIFICACAO-CO40
              END-READ
              MOVE IDENTIFICACAO-CO40 TO TURMA-FORA-REL
           END-IF.
           MOVE RETIRADO-POR-L74 TO CODIGO-CG01.
           READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
           END-READ.
           MOVE CAIXA-L73        TO CAIXA-FORA-REL.
           MOVE PRATELEIRA-L73   TO PRATEL-FORA-REL.
           MOVE RETIRADO-POR-L74 TO RETIRADO-FORA-REL.
           MOVE NOME-CG01        TO NOME-FORA-REL.
           MOVE DATA-RETIRADA-L74 TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W  TO DATA-RET-FORA-REL.
           MOVE DIAS-FORA-W      TO DIAS-FORA-REL.
           MOVE MOTIVO-L74       TO MOTIVO-FORA-REL.
           WRITE REG-RELAT FROM LINDET-FORA.
           ADD 1 TO LIN QT-LISTADOS-W.
           IF LIN > 56 PERFORM CABECALHO END-IF.
       IMPRIME-LINHA-FORA-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    LISTA DE RETENCAO/DESCARTE: NEGATIVO ARQUIVADO DE CONTRATO
      *    COM TODAS AS REMESSAS ENTREGUES E A ULTIMA ENTREGA ANTERIOR
      *    AO LIMITE (HOJE MENOS OS ANOS DE RETENCAO DO LBD075).
      *----------------------------------------------------------------
       RELATORIO-DESCARTE SECTION.
           IF LBD215-EXISTE-W = 0
              DISPLAY "SEM ARQUIVO DE REMESSAS (LBP215) - SEM DATA DE "
                      "ENTREGA PARA A RETENCAO"
              GO RELATORIO-DESCARTE-FIM
           END-IF.
           PERFORM LE-PARAMETROS.
           MOVE ANOS-RETENCAO-L75 TO ANOS-W ANOS-CAB-REL.
           MOVE DATA-HOJE-W(1: 4) TO ANO-LIMITE-W.
           SUBTRACT ANOS-W FROM ANO-LIMITE-W.
           MOVE DATA-HOJE-W  TO DATA-LIMITE-W.
           MOVE ANO-LIMITE-W TO DATA-LIMITE-W(1: 4).
           MOVE DATA-LIMITE-W TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO LIMITE-CAB-REL.
           MOVE 2 TO TIPO-RELAT-W.
           OPEN OUTPUT RELAT.
           MOVE ZEROS TO PAGE-COUNT QT-LISTADOS-W.
           PERFORM CABECALHO.
           MOVE ZEROS TO CONTRATO-L73 TIPO-FILME-L73.
           START LBD073 KEY IS NOT < CHAVE-L73 INVALID KEY
                 MOVE "10" TO ST-LBD073.
           PERFORM UNTIL ST-LBD073 = "10"
              READ LBD073 NEXT RECORD AT END MOVE "10" TO ST-LBD073
              NOT AT END
                IF SITUACAO-L73 = 0
                   PERFORM IMPRIME-LINHA-DESCARTE
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD073.
           MOVE "TOTAL DE NEGATIVOS PARA DESCARTE" TO TEXTO-TOT-REL.
           MOVE QT-LISTADOS-W TO QT-TOT-REL.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINTOT.
           CLOSE RELAT.
           DISPLAY "RELATORIO IMPRESSO - NEGATIVOS PARA DESCARTE: "
                   QT-LISTADOS-W.
           DISPLAY "O DESCARTE DE CADA NEGATIVO E REGISTRADO NA "
                   "OPCAO 1".
       RELATORIO-DESCARTE-FIM.
           EXIT.

       IMPRIME-LINHA-DESCARTE SECTION.
           PERFORM ULTIMA-ENTREGA.
           IF PENDENTE-W = 1 OR ULT-ENTREGA-W = ZEROS
              OR ULT-ENTREGA-W > DATA-LIMITE-W
              GO IMPRIME-LINHA-DESCARTE-FIM
           END-IF.
           MOVE CONTRATO-L73   TO CONTRATO-DESC-REL.
           MOVE TIPO-FILME-L73 TO TIPO-DESC-REL CODIGO-LB21.
           READ LBD021 INVALID KEY MOVE SPACES TO DESCRICAO-LB21
           END-READ.
           MOVE DESCRICAO-LB21 TO FILME-DESC-REL.
           MOVE SPACES TO TURMA-DESC-REL.
           IF CONTRATO-L73 NOT > 999999
              MOVE CONTRATO-L73 TO NR-CONTRATO-CO40
              READ COD040 INVALID KEY
                   MOVE SPACES TO IDENTIFICACAO-CO40
              END-READ
              MOVE IDENTIFICACAO-CO40 TO TURMA-DESC-REL
           END-IF.
           MOVE CAIXA-L73      TO CAIXA-DESC-REL.
           MOVE PRATELEIRA-L73 TO PRATEL-DESC-REL.
           MOVE QT-FILMES-L73  TO QT-DESC-REL.
           MOVE DATA-ARQUIVO-L73 TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W  TO ARQUIVO-DESC-REL.
           MOVE ULT-ENTREGA-W    TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W  TO ENTREGA-DESC-REL.
           PERFORM PROCURA-RETIRADA-ABERTA.
           IF ACHOU-ABERTO-W = 1
              MOVE "RETIRADO"   TO SITUACAO-DESC-REL
           ELSE
              MOVE "NA CAIXA"   TO SITUACAO-DESC-REL
           END-IF.
           WRITE REG-RELAT FROM LINDET-DESC.
           ADD 1 TO LIN QT-LISTADOS-W.
           IF LIN > 56 PERFORM CABECALHO END-IF.
       IMPRIME-LINHA-DESCARTE-FIM.
           EXIT.

      *    ULTIMA DATA DE ENTREGA DAS REMESSAS DO CONTRATO; PENDENTE-W
      *    = 1 SE ALGUMA REMESSA AINDA NAO FOI ENTREGUE.
       ULTIMA-ENTREGA SECTION.
           MOVE ZEROS TO ULT-ENTREGA-W PENDENTE-W.
           MOVE CONTRATO-L73 TO CONTRATO-L215.
           START LBD215 KEY IS NOT < CONTRATO-L215 INVALID KEY
                 MOVE "10" TO ST-LBD215.
           PERFORM UNTIL ST-LBD215 = "10"
              READ LBD215 NEXT RECORD AT END MOVE "10" TO ST-LBD215
              NOT AT END
                IF CONTRATO-L215 <> CONTRATO-L73
                   MOVE "10" TO ST-LBD215
                ELSE
                   IF DATA-ENTREGA-L215 = ZEROS
                      MOVE 1 TO PENDENTE-W
                   ELSE
                      IF DATA-ENTREGA-L215 > ULT-ENTREGA-W
                         MOVE DATA-ENTREGA-L215 TO ULT-ENTREGA-W
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD215.

       CONVERTE-DATA SECTION.
           MOVE DATA-CONV-W(7: 2) TO DATA-DDMMAAAA-W(1: 2).
           MOVE DATA-CONV-W(5: 2) TO DATA-DDMMAAAA-W(3: 2).
           MOVE DATA-CONV-W(1: 4) TO DATA-DDMMAAAA-W(5: 4).

       CABECALHO SECTION.
           ADD 1 TO PAGE-COUNT.  MOVE PAGE-COUNT TO PAG-REL.
           IF PAGE-COUNT = 1
              WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           IF TIPO-RELAT-W = 1
              WRITE REG-RELAT FROM CAB02-FORA AFTER 2
              WRITE REG-RELAT FROM CAB03
              WRITE REG-RELAT FROM CAB04-FORA
           ELSE
              WRITE REG-RELAT FROM CAB02-DESC AFTER 2
              WRITE REG-RELAT FROM CAB03
              WRITE REG-RELAT FROM CAB04-DESC
           END-IF.
           WRITE REG-RELAT FROM CAB03.
           MOVE 6 TO LIN.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD001 COD040 LBD021 LBD073 LBD074 LBD075.
           IF LBD215-EXISTE-W = 1 CLOSE LBD215 END-IF.
           EXIT PROGRAM.
