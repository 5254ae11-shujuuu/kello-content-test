       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIP119.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Conversão única do contrato do módulo de vídeo de 9(4)
      *para 9(8) (a largura de LBD215/LBD219/VID120). Reconstrói os
      *indexados VID110, VID111 e VI110HIS no layout novo:
      *  - etapa 1: lê o indexado no layout antigo e grava a geração
      *             sequencial CNV<ARQUIVO>.SEQ no diretório da
      *             empresa, já no layout novo;
      *  - etapa 2: recria o indexado a partir da geração e confere a
      *             contagem carregada com a contagem lida.
      *O andamento fica no registro de controle VI110CNV: uma
      *execução interrompida é retomada na etapa em que parou, sem
      *reler o indexado antigo já recriado. Concluídos os três
      *arquivos, imprime os registros de VID110 e os contratos de
      *VID111 sem correspondência em COD040, para acerto manual.
      *Após a conversão, a exportação do VID110 (LOG022) deve ser
      *refeita - a geração EXP anterior está no layout antigo.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VIPX110.
           COPY VIPX111.
           COPY COPX040.
      *    MESMOS ARQUIVOS FISICOS, NO LAYOUT ANTIGO (CONTRATO 9(4))
           SELECT VID110A ASSIGN TO PATH-VID110
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-A110
                  ALTERNATE RECORD KEY IS REVISOR-A110
                            WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FUNCIONARIO-A110
                            WITH DUPLICATES
                  STATUS IS ST-VID110A.
           SELECT VID111A ASSIGN TO PATH-VID111
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-A111
                  STATUS IS ST-VID111A.
           SELECT VI110HIS ASSIGN TO ARQUIVO-VI110HIS
               ORGANIZATION INDEXED ACCESS MODE DYNAMIC
               RECORD KEY CHAVE-VI110HIS
               ALTERNATE RECORD KEY IS CHAVE-REG-H110
                         WITH DUPLICATES
               FILE STATUS ST-VI110HIS.
           SELECT VI110HIA ASSIGN TO ARQUIVO-VI110HIS
               ORGANIZATION INDEXED ACCESS MODE DYNAMIC
               RECORD KEY CHAVE-VI110HIA
               ALTERNATE RECORD KEY IS CHAVE-REG-H110A
                         WITH DUPLICATES
               FILE STATUS ST-VI110HIA.
           SELECT VI110CNV ASSIGN TO ARQUIVO-VI110CNV
               ORGANIZATION INDEXED ACCESS MODE DYNAMIC
               RECORD KEY CHAVE-CNV110
               FILE STATUS ST-VI110CNV.
           SELECT CONVERTE ASSIGN TO ARQUIVO-CONVERTE-W
               ORGANIZATION SEQUENTIAL
               FILE STATUS ST-CONVERTE.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY VIPW110.
       COPY VIPW111.
       COPY COPW040.
       FD  VID110A.
       01  REG-VID110A.
           05  CHAVE-A110.
               10  CONTRATO-A110       PIC 9(4).
               10  ITEM-A110           PIC 9(2).
               10  TIPO-A110           PIC 9.
           05  FUNCIONARIO-A110        PIC 9(6).
           05  REVISOR-A110            PIC 9(6).
           05  DATA-A110               PIC 9(8).
           05  HORARIO-A110            PIC 9(4).
           05  USUARIO-A110            PIC X(5).
           05  MOTIVO-REJEICAO-A110    PIC 9(2).
           05  OBS-REJEICAO-A110       PIC X(40).
       FD  VID111A.
       01  REG-VID111A.
           05  CHAVE-A111.
               10  CONTRATO-A111       PIC 9(4).
               10  ITEM-A111           PIC 9(2).
               10  TIPO-A111           PIC 9.
               10  SEQ-A111            PIC 9(3).
           05  ETAPA-A111              PIC 9.
           05  DATA-A111               PIC 9(8).
           05  HORA-A111               PIC 9(6).
           05  FUNCIONARIO-A111        PIC 9(6).
      *DIARIO DO VIP112 NO LAYOUT NOVO (CONTRATO 9(8)).
       FD  VI110HIS.
       01  REG-VI110HIS.
           05  CHAVE-VI110HIS.
               10  DATA-EXECUCAO-H110    PIC 9(8).
               10  HORA-EXECUCAO-H110    PIC 9(8).
               10  SEQ-ALTERACAO-H110    PIC 9(9).
           05  CHAVE-REG-H110.
               10  CONTRATO-H110         PIC 9(8).
               10  ITEM-H110             PIC 9(2).
               10  TIPO-H110             PIC 9.
           05  CAMPO-H110                PIC 9.
           05  ANTES-H110                PIC 9(6).
           05  DEPOIS-H110               PIC 9(6).
           05  USUARIO-H110              PIC 9(6).
       01  ARQUIVO-VI110HIS              PIC X(30).
      *O MESMO DIARIO NO LAYOUT ANTIGO (CONTRATO 9(4)).
       FD  VI110HIA.
       01  REG-VI110HIA.
           05  CHAVE-VI110HIA.
               10  DATA-EXECUCAO-H110A   PIC 9(8).
               10  HORA-EXECUCAO-H110A   PIC 9(8).
               10  SEQ-ALTERACAO-H110A   PIC 9(9).
           05  CHAVE-REG-H110A.
               10  CONTRATO-H110A        PIC 9(4).
               10  ITEM-H110A            PIC 9(2).
               10  TIPO-H110A            PIC 9.
           05  CAMPO-H110A               PIC 9.
           05  ANTES-H110A               PIC 9(6).
           05  DEPOIS-H110A              PIC 9(6).
           05  USUARIO-H110A             PIC 9(6).
      *CONTROLE DA CONVERSAO: REGISTRO UNICO (CHAVE "1") COM A ETAPA
      *DE CADA ARQUIVO (1-VID110  2-VID111  3-VI110HIS):
      *  0 = PENDENTE  1 = GERACAO SEQUENCIAL GRAVADA  2 = RECONSTRUIDO
      *E A CONTAGEM LIDA DO INDEXADO ANTIGO, CONFERIDA NA RECARGA.
       FD  VI110CNV.
       01  REG-VI110CNV.
           05  CHAVE-CNV110              PIC X(1).
           05  ARQUIVO-CNV110 OCCURS 3 TIMES.
               10  ETAPA-CNV110          PIC 9.
               10  QT-LIDOS-CNV110       PIC 9(9).
           05  DATA-CNV110               PIC 9(8).
           05  HORA-CNV110               PIC 9(8).
           05  USUARIO-CNV110            PIC 9(6).
       01  ARQUIVO-VI110CNV              PIC X(30).
       FD  CONVERTE
           LABEL RECORD IS OMITTED.
       01  REG-CONVERTE                  PIC X(100).
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-VID110             PIC XX       VALUE SPACES.
           05  ST-VID111             PIC XX       VALUE SPACES.
           05  ST-VID110A            PIC XX       VALUE SPACES.
           05  ST-VID111A            PIC XX       VALUE SPACES.
           05  ST-VI110HIS           PIC XX       VALUE SPACES.
           05  ST-VI110HIA           PIC XX       VALUE SPACES.
           05  ST-VI110CNV           PIC XX       VALUE SPACES.
           05  ST-CONVERTE           PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  IND-A                 PIC 9        VALUE ZEROS.
           05  ARQUIVO-CONVERTE-W    PIC X(60)    VALUE SPACES.
           05  QT-LIDOS-W            PIC 9(9)     VALUE ZEROS.
           05  QT-CARREGADOS-W       PIC 9(9)     VALUE ZEROS.
           05  QT-SEM-CONTRATO-W     PIC 9(7)     VALUE ZEROS.
           05  QT-CARIMBOS-W         PIC 9(7)     VALUE ZEROS.
           05  CONTRATO-ANT-W        PIC 9(8)     VALUE ZEROS.
      *    TABELA DOS ARQUIVOS CONVERTIDOS, NA ORDEM DO CONTROLE
           05  TAB-ARQUIVOS.
               10  FILLER            PIC X(10) VALUE "VID110".
               10  FILLER            PIC X(10) VALUE "VID111".
               10  FILLER            PIC X(10) VALUE "VI110HIS".
           05  TAB-ARQ REDEFINES TAB-ARQUIVOS.
               10  TA-NOME OCCURS 3 TIMES PIC X(10).
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
           05  FILLER              PIC X(44)   VALUE
               "CONVERSAO DO CONTRATO DE VIDEO PARA 9(8)".
           05  FILLER              PIC X(44)   VALUE
               "CONTRATOS SEM CORRESPONDENCIA EM COD040".
       01  CAB02.
           05  FILLER              PIC X(95)   VALUE ALL "=".
       01  CAB03.
           05  FILLER              PIC X(95)   VALUE
           "ARQUIVO  CONTRATO IT T FUNC.  REVISOR  DATA     CARIMBOS".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              PERFORM CONVERTE-VID110
           END-IF.
           IF ERRO-W = 0
              PERFORM CONVERTE-VID111
           END-IF.
           IF ERRO-W = 0
              PERFORM CONVERTE-VI110HIS
           END-IF.
           IF ERRO-W = 0
              PERFORM IMPRIME-SEM-CONTRATO
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "VID110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID110.
           MOVE "VID111" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID111.
           MOVE "COD040" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040.
           MOVE "VI110HIS" TO ARQ-REC.  MOVE EMPRESA-REF
               TO ARQUIVO-VI110HIS.
           MOVE "VI110CNV" TO ARQ-REC.  MOVE EMPRESA-REF
               TO ARQUIVO-VI110CNV.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W
              GO INICIALIZA-PROGRAMA-FIM
           END-IF.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008) -
      *    RECONSTRUCAO DE ARQUIVOS, OPERACAO SENSIVEL.
           MOVE "VIP119" TO LOG008-PROGRAMA
           CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
           CANCEL "LOG008"
           IF LOG008-RESULTADO = ZEROS
              DISPLAY "USUARIO SEM AUTORIZACAO PARA VIP119"
              MOVE 1 TO ERRO-W
              GO INICIALIZA-PROGRAMA-FIM
           END-IF.
           OPEN I-O VI110CNV.
           IF ST-VI110CNV = "35"
              OPEN OUTPUT VI110CNV
              CLOSE       VI110CNV
              OPEN I-O    VI110CNV
           END-IF.
           IF ST-VI110CNV <> "00"
              DISPLAY "ERRO ABERTURA VI110CNV: " ST-VI110CNV
              MOVE 1 TO ERRO-W
              GO INICIALIZA-PROGRAMA-FIM
           END-IF.
           MOVE "1" TO CHAVE-CNV110.
           READ VI110CNV INVALID KEY
                INITIALIZE REG-VI110CNV
                MOVE "1" TO CHAVE-CNV110
                ACCEPT DATA-CNV110 FROM DATE YYYYMMDD
                ACCEPT HORA-CNV110 FROM TIME
                MOVE COD-USUARIO-W TO USUARIO-CNV110
                WRITE REG-VI110CNV
           END-READ.
           IF ETAPA-CNV110(1) = 2 AND ETAPA-CNV110(2) = 2
                                  AND ETAPA-CNV110(3) = 2
              DISPLAY "CONVERSAO JA CONCLUIDA EM " DATA-CNV110
                      " - SO O RELATORIO SERA EMITIDO"
           ELSE
              IF ETAPA-CNV110(1) <> 0 OR ETAPA-CNV110(2) <> 0
                                      OR ETAPA-CNV110(3) <> 0
                 DISPLAY "RETOMANDO CONVERSAO INICIADA EM "
                         DATA-CNV110
              END-IF
           END-IF.
       INICIALIZA-PROGRAMA-FIM.
           EXIT.

      *    MONTA O NOME DA GERACAO SEQUENCIAL DO ARQUIVO IND-A.
       NOME-CONVERTE SECTION.
           MOVE SPACES TO ARQUIVO-CONVERTE-W.
           STRING "\PROGRAMA\KELLO\" EMPRESA-W "\CNV"
                  TA-NOME(IND-A) DELIMITED BY "  "
                  ".SEQ" DELIMITED BY SIZE
                  INTO ARQUIVO-CONVERTE-W.

      *    GRAVA A ETAPA ATINGIDA PELO ARQUIVO IND-A.
       GRAVA-CONTROLE SECTION.
           REWRITE REG-VI110CNV INVALID KEY
                DISPLAY "ERRO GRAVANDO VI110CNV: " ST-VI110CNV
                MOVE 1 TO ERRO-W
           END-REWRITE.

      *    CONFERE A RECARGA: SO MARCA O ARQUIVO COMO RECONSTRUIDO SE
      *    A CONTAGEM CARREGADA BATE COM A LIDA NO LAYOUT ANTIGO. NA
      *    DIVERGENCIA A ETAPA FICA EM 1 E A PROXIMA EXECUCAO RECARREGA
      *    DA MESMA GERACAO.
       CONFERE-RECARGA SECTION.
           DISPLAY TA-NOME(IND-A) " LIDOS......: "
                   QT-LIDOS-CNV110(IND-A).
           DISPLAY TA-NOME(IND-A) " CARREGADOS.: " QT-CARREGADOS-W.
           IF QT-CARREGADOS-W = QT-LIDOS-CNV110(IND-A)
              MOVE 2 TO ETAPA-CNV110(IND-A)
              PERFORM GRAVA-CONTROLE
           ELSE
              DISPLAY "CONTAGEM DIVERGENTE EM " TA-NOME(IND-A)
                      " - GERACAO " ARQUIVO-CONVERTE-W
                      " PRESERVADA PARA NOVA RECARGA"
              MOVE 1 TO ERRO-W
           END-IF.

       CONVERTE-VID110 SECTION.
           MOVE 1 TO IND-A.
           PERFORM NOME-CONVERTE.
           IF ETAPA-CNV110(1) = 0
              PERFORM GERA-VID110
           END-IF.
           IF ERRO-W = 0 AND ETAPA-CNV110(1) = 1
              PERFORM RECARGA-VID110
           END-IF.

      *    ETAPA 1: INDEXADO ANTIGO -> GERACAO SEQUENCIAL NO LAYOUT
      *    NOVO. ARQUIVO INEXISTENTE NAO TEM O QUE CONVERTER.
       GERA-VID110 SECTION.
           MOVE ZEROS TO QT-LIDOS-W.
           OPEN INPUT VID110A.
           IF ST-VID110A = "35"
              DISPLAY "VID110 INEXISTENTE - NADA A CONVERTER"
              MOVE 2 TO ETAPA-CNV110(1)
              PERFORM GRAVA-CONTROLE
              GO GERA-VID110-FIM
           END-IF.
           IF ST-VID110A <> "00"
              DISPLAY "ERRO ABERTURA VID110 (LAYOUT ANTIGO): "
                      ST-VID110A
              MOVE 1 TO ERRO-W
              GO GERA-VID110-FIM
           END-IF.
           OPEN OUTPUT CONVERTE.
           IF ST-CONVERTE <> "00"
              DISPLAY "ERRO ABRINDO " ARQUIVO-CONVERTE-W ": "
                      ST-CONVERTE
              CLOSE VID110A
              MOVE 1 TO ERRO-W
              GO GERA-VID110-FIM
           END-IF.
           PERFORM UNTIL ST-VID110A <> "00"
              READ VID110A NEXT RECORD AT END MOVE "10" TO ST-VID110A
              NOT AT END
                INITIALIZE REG-VID110
                MOVE CONTRATO-A110        TO CONTRATO-V110
                MOVE ITEM-A110            TO ITEM-V110
                MOVE TIPO-A110            TO TIPO-V110
                MOVE FUNCIONARIO-A110     TO FUNCIONARIO-V110
                MOVE REVISOR-A110         TO REVISOR-V110
                MOVE DATA-A110            TO DATA-V110
                MOVE HORARIO-A110         TO HORARIO-V110
                MOVE USUARIO-A110         TO USUARIO-V110
                MOVE MOTIVO-REJEICAO-A110 TO MOTIVO-REJEICAO-V110
                MOVE OBS-REJEICAO-A110    TO OBS-REJEICAO-V110
                MOVE SPACES TO REG-CONVERTE
                MOVE REG-VID110 TO REG-CONVERTE
                WRITE REG-CONVERTE
                ADD 1 TO QT-LIDOS-W
              END-READ
           END-PERFORM.
           CLOSE VID110A CONVERTE.
           MOVE QT-LIDOS-W TO QT-LIDOS-CNV110(1).
           MOVE 1 TO ETAPA-CNV110(1).
           PERFORM GRAVA-CONTROLE.
       GERA-VID110-FIM.
           EXIT.

      *    ETAPA 2: RECRIA O INDEXADO NO LAYOUT NOVO A PARTIR DA
      *    GERACAO (RE-EXECUTAVEL: OPEN OUTPUT RECOMECA DO ZERO).
       RECARGA-VID110 SECTION.
           MOVE ZEROS TO QT-CARREGADOS-W.
           OPEN INPUT CONVERTE.
           IF ST-CONVERTE <> "00"
              DISPLAY "GERACAO " ARQUIVO-CONVERTE-W
                      " INACESSIVEL: " ST-CONVERTE
              MOVE 1 TO ERRO-W
              GO RECARGA-VID110-FIM
           END-IF.
           OPEN OUTPUT VID110.
           PERFORM UNTIL ST-CONVERTE <> "00"
              READ CONVERTE AT END MOVE "10" TO ST-CONVERTE
              NOT AT END
                MOVE REG-CONVERTE TO REG-VID110
                WRITE REG-VID110 INVALID KEY
                      DISPLAY "CHAVE DUPLICADA VID110: " CHAVE-V110
                  NOT INVALID KEY
                      ADD 1 TO QT-CARREGADOS-W
                END-WRITE
              END-READ
           END-PERFORM.
           CLOSE CONVERTE VID110.
           PERFORM CONFERE-RECARGA.
       RECARGA-VID110-FIM.
           EXIT.

       CONVERTE-VID111 SECTION.
           MOVE 2 TO IND-A.
           PERFORM NOME-CONVERTE.
           IF ETAPA-CNV110(2) = 0
              PERFORM GERA-VID111
           END-IF.
           IF ERRO-W = 0 AND ETAPA-CNV110(2) = 1
              PERFORM RECARGA-VID111
           END-IF.

       GERA-VID111 SECTION.
           MOVE ZEROS TO QT-LIDOS-W.
           OPEN INPUT VID111A.
           IF ST-VID111A = "35"
              DISPLAY "VID111 INEXISTENTE - NADA A CONVERTER"
              MOVE 2 TO ETAPA-CNV110(2)
              PERFORM GRAVA-CONTROLE
              GO GERA-VID111-FIM
           END-IF.
           IF ST-VID111A <> "00"
              DISPLAY "ERRO ABERTURA VID111 (LAYOUT ANTIGO): "
                      ST-VID111A
              MOVE 1 TO ERRO-W
              GO GERA-VID111-FIM
           END-IF.
           OPEN OUTPUT CONVERTE.
           IF ST-CONVERTE <> "00"
              DISPLAY "ERRO ABRINDO " ARQUIVO-CONVERTE-W ": "
                      ST-CONVERTE
              CLOSE VID111A
              MOVE 1 TO ERRO-W
              GO GERA-VID111-FIM
           END-IF.
           PERFORM UNTIL ST-VID111A <> "00"
              READ VID111A NEXT RECORD AT END MOVE "10" TO ST-VID111A
              NOT AT END
                INITIALIZE REG-VID111
                MOVE CONTRATO-A111        TO CONTRATO-V111
                MOVE ITEM-A111            TO ITEM-V111
                MOVE TIPO-A111            TO TIPO-V111
                MOVE SEQ-A111             TO SEQ-V111
                MOVE ETAPA-A111           TO ETAPA-V111
                MOVE DATA-A111            TO DATA-V111
                MOVE HORA-A111            TO HORA-V111
                MOVE FUNCIONARIO-A111     TO FUNCIONARIO-V111
                MOVE SPACES TO REG-CONVERTE
                MOVE REG-VID111 TO REG-CONVERTE
                WRITE REG-CONVERTE
                ADD 1 TO QT-LIDOS-W
              END-READ
           END-PERFORM.
           CLOSE VID111A CONVERTE.
           MOVE QT-LIDOS-W TO QT-LIDOS-CNV110(2).
           MOVE 1 TO ETAPA-CNV110(2).
           PERFORM GRAVA-CONTROLE.
       GERA-VID111-FIM.
           EXIT.

       RECARGA-VID111 SECTION.
           MOVE ZEROS TO QT-CARREGADOS-W.
           OPEN INPUT CONVERTE.
           IF ST-CONVERTE <> "00"
              DISPLAY "GERACAO " ARQUIVO-CONVERTE-W
                      " INACESSIVEL: " ST-CONVERTE
              MOVE 1 TO ERRO-W
              GO RECARGA-VID111-FIM
           END-IF.
           OPEN OUTPUT VID111.
           PERFORM UNTIL ST-CONVERTE <> "00"
              READ CONVERTE AT END MOVE "10" TO ST-CONVERTE
              NOT AT END
                MOVE REG-CONVERTE TO REG-VID111
                WRITE REG-VID111 INVALID KEY
                      DISPLAY "CHAVE DUPLICADA VID111: " CHAVE-V111
                  NOT INVALID KEY
                      ADD 1 TO QT-CARREGADOS-W
                END-WRITE
              END-READ
           END-PERFORM.
           CLOSE CONVERTE VID111.
           PERFORM CONFERE-RECARGA.
       RECARGA-VID111-FIM.
           EXIT.

       CONVERTE-VI110HIS SECTION.
           MOVE 3 TO IND-A.
           PERFORM NOME-CONVERTE.
           IF ETAPA-CNV110(3) = 0
              PERFORM GERA-VI110HIS
           END-IF.
           IF ERRO-W = 0 AND ETAPA-CNV110(3) = 1
              PERFORM RECARGA-VI110HIS
           END-IF.

       GERA-VI110HIS SECTION.
           MOVE ZEROS TO QT-LIDOS-W.
           OPEN INPUT VI110HIA.
           IF ST-VI110HIA = "35"
              DISPLAY "VI110HIS INEXISTENTE - NADA A CONVERTER"
              MOVE 2 TO ETAPA-CNV110(3)
              PERFORM GRAVA-CONTROLE
              GO GERA-VI110HIS-FIM
           END-IF.
           IF ST-VI110HIA <> "00"
              DISPLAY "ERRO ABERTURA VI110HIS (LAYOUT ANTIGO): "
                      ST-VI110HIA
              MOVE 1 TO ERRO-W
              GO GERA-VI110HIS-FIM
           END-IF.
           OPEN OUTPUT CONVERTE.
           IF ST-CONVERTE <> "00"
              DISPLAY "ERRO ABRINDO " ARQUIVO-CONVERTE-W ": "
                      ST-CONVERTE
              CLOSE VI110HIA
              MOVE 1 TO ERRO-W
              GO GERA-VI110HIS-FIM
           END-IF.
           PERFORM UNTIL ST-VI110HIA <> "00"
              READ VI110HIA NEXT RECORD AT END
                   MOVE "10" TO ST-VI110HIA
              NOT AT END
                INITIALIZE REG-VI110HIS
                MOVE CHAVE-VI110HIA      TO CHAVE-VI110HIS
                MOVE CONTRATO-H110A      TO CONTRATO-H110
                MOVE ITEM-H110A          TO ITEM-H110
                MOVE TIPO-H110A          TO TIPO-H110
                MOVE CAMPO-H110A         TO CAMPO-H110
                MOVE ANTES-H110A         TO ANTES-H110
                MOVE DEPOIS-H110A        TO DEPOIS-H110
                MOVE USUARIO-H110A       TO USUARIO-H110
                MOVE SPACES TO REG-CONVERTE
                MOVE REG-VI110HIS TO REG-CONVERTE
                WRITE REG-CONVERTE
                ADD 1 TO QT-LIDOS-W
              END-READ
           END-PERFORM.
           CLOSE VI110HIA CONVERTE.
           MOVE QT-LIDOS-W TO QT-LIDOS-CNV110(3).
           MOVE 1 TO ETAPA-CNV110(3).
           PERFORM GRAVA-CONTROLE.
       GERA-VI110HIS-FIM.
           EXIT.

       RECARGA-VI110HIS SECTION.
           MOVE ZEROS TO QT-CARREGADOS-W.
           OPEN INPUT CONVERTE.
           IF ST-CONVERTE <> "00"
              DISPLAY "GERACAO " ARQUIVO-CONVERTE-W
                      " INACESSIVEL: " ST-CONVERTE
              MOVE 1 TO ERRO-W
              GO RECARGA-VI110HIS-FIM
           END-IF.
           OPEN OUTPUT VI110HIS.
           PERFORM UNTIL ST-CONVERTE <> "00"
              READ CONVERTE AT END MOVE "10" TO ST-CONVERTE
              NOT AT END
                MOVE REG-CONVERTE TO REG-VI110HIS
                WRITE REG-VI110HIS INVALID KEY
                      DISPLAY "CHAVE DUPLICADA VI110HIS: "
                              CHAVE-VI110HIS
                  NOT INVALID KEY
                      ADD 1 TO QT-CARREGADOS-W
                END-WRITE
              END-READ
           END-PERFORM.
           CLOSE CONVERTE VI110HIS.
           PERFORM CONFERE-RECARGA.
       RECARGA-VI110HIS-FIM.
           EXIT.

      *    CONTRATOS SEM CORRESPONDENCIA EM COD040: EM VID110 UMA LINHA
      *    POR REGISTRO; EM VID111 UMA LINHA POR CONTRATO, COM O
      *    NUMERO DE CARIMBOS. CONTRATO ACIMA DE 999999 NAO CABE NA
      *    CHAVE DO COD040 E SAI SEMPRE.
       IMPRIME-SEM-CONTRATO SECTION.
           MOVE ZEROS TO QT-SEM-CONTRATO-W.
           OPEN INPUT COD040 VID110 VID111.
           IF ST-COD040 <> "00"
              DISPLAY "ERRO ABERTURA COD040: " ST-COD040
              MOVE 1 TO ERRO-W
              GO IMPRIME-SEM-CONTRATO-FIM
           END-IF.
           OPEN OUTPUT RELAT.
           WRITE REG-RELAT FROM CAB01.
           WRITE REG-RELAT FROM CAB02.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB02.
           MOVE 4 TO LIN.
           IF ST-VID110 = "00"
              PERFORM UNTIL ST-VID110 <> "00"
                 READ VID110 NEXT RECORD AT END MOVE "10" TO ST-VID110
                 NOT AT END
                   IF CONTRATO-V110 > 999999
                      MOVE "10" TO ST-COD040
                   ELSE
                      MOVE CONTRATO-V110 TO NR-CONTRATO-CO40
                      READ COD040 INVALID KEY MOVE "10" TO ST-COD040
                      END-READ
                   END-IF
                   IF ST-COD040 <> "00"
                      MOVE SPACES          TO LINDET-REL
                      MOVE "VID110"        TO LINDET-REL(1: 8)
                      MOVE CONTRATO-V110   TO LINDET-REL(10: 8)
                      MOVE ITEM-V110       TO LINDET-REL(19: 2)
                      MOVE TIPO-V110       TO LINDET-REL(22: 1)
                      MOVE FUNCIONARIO-V110 TO LINDET-REL(24: 6)
                      MOVE REVISOR-V110    TO LINDET-REL(31: 6)
                      MOVE DATA-V110       TO LINDET-REL(40: 8)
                      PERFORM IMPRIME-LINHA
                   END-IF
                 END-READ
              END-PERFORM
           END-IF.
           MOVE ZEROS TO CONTRATO-ANT-W QT-CARIMBOS-W.
           IF ST-VID111 = "00"
              PERFORM UNTIL ST-VID111 <> "00"
                 READ VID111 NEXT RECORD AT END MOVE "10" TO ST-VID111
                 NOT AT END
                   IF CONTRATO-V111 <> CONTRATO-ANT-W
                      PERFORM FECHA-CONTRATO-V111
                      MOVE CONTRATO-V111 TO CONTRATO-ANT-W
                   END-IF
                   ADD 1 TO QT-CARIMBOS-W
                 END-READ
              END-PERFORM
              PERFORM FECHA-CONTRATO-V111
           END-IF.
           MOVE SPACES TO LINDET-REL.
           WRITE REG-RELAT FROM LINDET.
           MOVE "LINHAS SEM CONTRATO EM COD040: " TO LINDET-REL(1: 31).
           MOVE QT-SEM-CONTRATO-W TO LINDET-REL(32: 7).
           WRITE REG-RELAT FROM LINDET.
           CLOSE RELAT.
           DISPLAY "LINHAS SEM CONTRATO EM COD040: " QT-SEM-CONTRATO-W.
           DISPLAY "REFAZER A EXPORTACAO DO VID110 PELO LOG022".
       IMPRIME-SEM-CONTRATO-FIM.
           CLOSE COD040 VID110 VID111.

       FECHA-CONTRATO-V111 SECTION.
           IF QT-CARIMBOS-W = ZEROS
              GO FECHA-CONTRATO-V111-FIM
           END-IF.
           IF CONTRATO-ANT-W > 999999
              MOVE "10" TO ST-COD040
           ELSE
              MOVE CONTRATO-ANT-W TO NR-CONTRATO-CO40
              READ COD040 INVALID KEY MOVE "10" TO ST-COD040
              END-READ
           END-IF.
           IF ST-COD040 <> "00"
              MOVE SPACES          TO LINDET-REL
              MOVE "VID111"        TO LINDET-REL(1: 8)
              MOVE CONTRATO-ANT-W  TO LINDET-REL(10: 8)
              MOVE QT-CARIMBOS-W   TO LINDET-REL(49: 7)
              PERFORM IMPRIME-LINHA
           END-IF.
           MOVE ZEROS TO QT-CARIMBOS-W.
       FECHA-CONTRATO-V111-FIM.
           EXIT.

       IMPRIME-LINHA SECTION.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO QT-SEM-CONTRATO-W.
           ADD 1 TO LIN.
           IF LIN > 56
              WRITE REG-RELAT FROM CAB03 AFTER PAGE
              WRITE REG-RELAT FROM CAB02
              MOVE 3 TO LIN
           END-IF.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE VI110CNV.
           EXIT PROGRAM.
