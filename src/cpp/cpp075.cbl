       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP075.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Conversão única do arquivo de baixas do contas a pagar
      *(CPD030) para o layout de baixas parciais, no molde do CGP040:
      *a chave ganha a sequência da baixa (a baixa existente vira a
      *001) e o registro ganha o saldo do título depois da baixa.
      *  - etapa 1: lê o indexado no layout antigo e grava a geração
      *             sequencial CNVCPD030.SEQ já no layout novo;
      *  - etapa 2: recria o indexado a partir da geração e confere a
      *             contagem carregada com a contagem lida.
      *O andamento fica no registro de controle CP030CNV (execução
      *interrompida é retomada na etapa em que parou).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX020.
           COPY CPPX030.
      *    MESMO ARQUIVO FISICO, NO LAYOUT ANTIGO (UMA BAIXA/TITULO)
           SELECT CPD030A ASSIGN TO PATH-CPD030
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-A30
                  STATUS IS ST-CPD030A.
           SELECT CP030CNV ASSIGN TO ARQUIVO-CP030CNV
               ORGANIZATION INDEXED ACCESS MODE DYNAMIC
               RECORD KEY CHAVE-CNV030
               FILE STATUS ST-CP030CNV.
           SELECT CONVERTE ASSIGN TO ARQUIVO-CONVERTE-W
               ORGANIZATION SEQUENTIAL
               FILE STATUS ST-CONVERTE.

       DATA DIVISION.
       FILE SECTION.
       COPY CPPW020.
       COPY CPPW030.
      *CPD030 NO LAYOUT ANTIGO.
       FD  CPD030A.
       01  REG-CPD030A.
           05  CHAVE-A30.
               10  FORNEC-A30          PIC 9(6).
               10  SEQ-A30             PIC 9(5).
           05  CODIGO-COMPL-A30        PIC X(5).
           05  VALOR-BAIXADO-A30       PIC 9(8)V99.
           05  DATA-BAIXA-A30          PIC 9(8).
      *CONTROLE DA CONVERSAO: REGISTRO UNICO (CHAVE "1") COM A ETAPA
      *  0 = PENDENTE  1 = GERACAO SEQUENCIAL GRAVADA  2 = RECONSTRUIDO
      *E A CONTAGEM LIDA DO INDEXADO ANTIGO, CONFERIDA NA RECARGA.
       FD  CP030CNV.
       01  REG-CP030CNV.
           05  CHAVE-CNV030              PIC X(1).
           05  ETAPA-CNV030              PIC 9.
           05  QT-LIDOS-CNV030           PIC 9(9).
           05  DATA-CNV030               PIC 9(8).
           05  HORA-CNV030               PIC 9(8).
           05  USUARIO-CNV030            PIC 9(6).
       01  ARQUIVO-CP030CNV              PIC X(30).
       FD  CONVERTE
           LABEL RECORD IS OMITTED.
       01  REG-CONVERTE                  PIC X(60).
       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD030             PIC XX       VALUE SPACES.
           05  ST-CPD030A            PIC XX       VALUE SPACES.
           05  ST-CP030CNV           PIC XX       VALUE SPACES.
           05  ST-CONVERTE           PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  ARQUIVO-CONVERTE-W    PIC X(60)    VALUE SPACES.
           05  QT-LIDOS-W            PIC 9(9)     VALUE ZEROS.
           05  QT-CARREGADOS-W       PIC 9(9)     VALUE ZEROS.
           05  QT-SEM-TITULO-W       PIC 9(7)     VALUE ZEROS.
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

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              PERFORM CONVERTE-CPD030
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CPD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "CPD030" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD030.
           MOVE "CP030CNV" TO ARQ-REC.  MOVE EMPRESA-REF
               TO ARQUIVO-CP030CNV.
           MOVE SPACES TO ARQUIVO-CONVERTE-W.
           STRING "\PROGRAMA\KELLO\" EMPRESA-W "\CNVCPD030.SEQ"
                  DELIMITED BY SIZE INTO ARQUIVO-CONVERTE-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W
              GO INICIALIZA-PROGRAMA-FIM
           END-IF.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008) -
      *    RECONSTRUCAO DE ARQUIVOS, OPERACAO SENSIVEL.
           MOVE "CPP075" TO LOG008-PROGRAMA
           CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
           CANCEL "LOG008"
           IF LOG008-RESULTADO = ZEROS
              DISPLAY "USUARIO SEM AUTORIZACAO PARA CPP075"
              MOVE 1 TO ERRO-W
              GO INICIALIZA-PROGRAMA-FIM
           END-IF.
           OPEN INPUT CPD020.
           IF ST-CPD020 <> "00"
              DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
              MOVE 1 TO ERRO-W
              GO INICIALIZA-PROGRAMA-FIM
           END-IF.
           OPEN I-O CP030CNV.
           IF ST-CP030CNV = "35"
              OPEN OUTPUT CP030CNV
              CLOSE       CP030CNV
              OPEN I-O    CP030CNV
           END-IF.
           IF ST-CP030CNV <> "00"
              DISPLAY "ERRO ABERTURA CP030CNV: " ST-CP030CNV
              MOVE 1 TO ERRO-W
              GO INICIALIZA-PROGRAMA-FIM
           END-IF.
           MOVE "1" TO CHAVE-CNV030.
           READ CP030CNV INVALID KEY
                INITIALIZE REG-CP030CNV
                MOVE "1" TO CHAVE-CNV030
                ACCEPT DATA-CNV030 FROM DATE YYYYMMDD
                ACCEPT HORA-CNV030 FROM TIME
                MOVE COD-USUARIO-W TO USUARIO-CNV030
                WRITE REG-CP030CNV
           END-READ.
           IF ETAPA-CNV030 = 2
              DISPLAY "CONVERSAO JA CONCLUIDA EM " DATA-CNV030
              MOVE 1 TO ERRO-W
           ELSE
              IF ETAPA-CNV030 <> 0
                 DISPLAY "RETOMANDO CONVERSAO INICIADA EM "
                         DATA-CNV030
              END-IF
           END-IF.
       INICIALIZA-PROGRAMA-FIM.
           EXIT.

       GRAVA-CONTROLE SECTION.
           REWRITE REG-CP030CNV INVALID KEY
                DISPLAY "ERRO GRAVANDO CP030CNV: " ST-CP030CNV
                MOVE 1 TO ERRO-W
           END-REWRITE.

       CONVERTE-CPD030 SECTION.
           IF ETAPA-CNV030 = 0
              PERFORM GERA-CPD030
           END-IF.
           IF ERRO-W = 0 AND ETAPA-CNV030 = 1
              PERFORM RECARGA-CPD030
           END-IF.

      *    ETAPA 1: INDEXADO ANTIGO -> GERACAO SEQUENCIAL NO LAYOUT
      *    NOVO. A BAIXA EXISTENTE VIRA A SEQUENCIA 001; O SALDO E O
      *    VALOR DO TITULO MENOS O BAIXADO (TITULO INEXISTENTE OU
      *    BAIXA ACIMA DO TITULO FICA COM SALDO ZERO).
       GERA-CPD030 SECTION.
           MOVE ZEROS TO QT-LIDOS-W QT-SEM-TITULO-W.
           OPEN INPUT CPD030A.
           IF ST-CPD030A = "35"
              DISPLAY "CPD030 INEXISTENTE - NADA A CONVERTER"
              MOVE 2 TO ETAPA-CNV030
              PERFORM GRAVA-CONTROLE
              GO GERA-CPD030-FIM
           END-IF.
           IF ST-CPD030A <> "00"
              DISPLAY "ERRO ABERTURA CPD030 (LAYOUT ANTIGO): "
                      ST-CPD030A
              MOVE 1 TO ERRO-W
              GO GERA-CPD030-FIM
           END-IF.
           OPEN OUTPUT CONVERTE.
           IF ST-CONVERTE <> "00"
              DISPLAY "ERRO ABRINDO " ARQUIVO-CONVERTE-W ": "
                      ST-CONVERTE
              CLOSE CPD030A
              MOVE 1 TO ERRO-W
              GO GERA-CPD030-FIM
           END-IF.
           PERFORM UNTIL ST-CPD030A <> "00"
              READ CPD030A NEXT RECORD AT END
                   MOVE "10" TO ST-CPD030A
              NOT AT END
                INITIALIZE REG-CPD030
                MOVE FORNEC-A30        TO FORNEC-CP30
                MOVE SEQ-A30           TO SEQ-CP30
                MOVE 1                 TO SEQ-BAIXA-CP30
                MOVE CODIGO-COMPL-A30  TO CODIGO-COMPL-CP30
                MOVE VALOR-BAIXADO-A30 TO VALOR-BAIXADO-CP30
                MOVE DATA-BAIXA-A30    TO DATA-BAIXA-CP30
                MOVE ZEROS             TO SALDO-CP30
                MOVE FORNEC-A30        TO FORNEC-CP20
                MOVE SEQ-A30           TO SEQ-CP20
                READ CPD020 INVALID KEY
                     ADD 1 TO QT-SEM-TITULO-W
                  NOT INVALID KEY
                     IF VALOR-TOT-CP20 > VALOR-BAIXADO-A30
                        COMPUTE SALDO-CP30 = VALOR-TOT-CP20
                              - VALOR-BAIXADO-A30
                     END-IF
                END-READ
                MOVE SPACES TO REG-CONVERTE
                MOVE REG-CPD030 TO REG-CONVERTE
                WRITE REG-CONVERTE
                ADD 1 TO QT-LIDOS-W
              END-READ
           END-PERFORM.
           CLOSE CPD030A CONVERTE.
           DISPLAY "CPD030 BAIXAS SEM TITULO EM CPD020: "
                   QT-SEM-TITULO-W.
           MOVE QT-LIDOS-W TO QT-LIDOS-CNV030.
           MOVE 1 TO ETAPA-CNV030.
           PERFORM GRAVA-CONTROLE.
       GERA-CPD030-FIM.
           EXIT.

      *    ETAPA 2: RECRIA O INDEXADO NO LAYOUT NOVO A PARTIR DA
      *    GERACAO (RE-EXECUTAVEL: OPEN OUTPUT RECOMECA DO ZERO). SO
      *    MARCA COMO RECONSTRUIDO SE A CONTAGEM BATE COM A LIDA.
       RECARGA-CPD030 SECTION.
           MOVE ZEROS TO QT-CARREGADOS-W.
           OPEN INPUT CONVERTE.
           IF ST-CONVERTE <> "00"
              DISPLAY "GERACAO " ARQUIVO-CONVERTE-W
                      " INACESSIVEL: " ST-CONVERTE
              MOVE 1 TO ERRO-W
              GO RECARGA-CPD030-FIM
           END-IF.
           OPEN OUTPUT CPD030.
           PERFORM UNTIL ST-CONVERTE <> "00"
              READ CONVERTE AT END MOVE "10" TO ST-CONVERTE
              NOT AT END
                MOVE REG-CONVERTE TO REG-CPD030
                WRITE REG-CPD030 INVALID KEY
                      DISPLAY "CHAVE DUPLICADA CPD030: " CHAVE-CP30
                  NOT INVALID KEY
                      ADD 1 TO QT-CARREGADOS-W
                END-WRITE
              END-READ
           END-PERFORM.
           CLOSE CONVERTE CPD030.
           DISPLAY "CPD030 LIDOS......: " QT-LIDOS-CNV030.
           DISPLAY "CPD030 CARREGADOS.: " QT-CARREGADOS-W.
           IF QT-CARREGADOS-W = QT-LIDOS-CNV030
              MOVE 2 TO ETAPA-CNV030
              PERFORM GRAVA-CONTROLE
              DISPLAY "CONVERSAO CONCLUIDA."
           ELSE
              DISPLAY "CONTAGEM DIVERGENTE EM CPD030 - GERACAO "
                      ARQUIVO-CONVERTE-W " PRESERVADA PARA NOVA RECARGA"
              MOVE 1 TO ERRO-W
           END-IF.
       RECARGA-CPD030-FIM.
           EXIT.

       FINALIZAR-PROGRAMA SECTION.
           IF ST-CPD020 = "00" CLOSE CPD020 END-IF.
           IF ST-CP030CNV = "00" CLOSE CP030CNV END-IF.
           EXIT PROGRAM.
