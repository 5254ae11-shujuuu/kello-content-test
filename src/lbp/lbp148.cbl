       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP148.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Publicação noturna da situação dos pedidos para o site
      *do cliente. Roda como mais um passo da esteira de encerramento
      *(LOG014) e grava, por contrato, uma linha no arquivo texto
      *\PROGRAMA\KELLO\<empresa>\SITEaaaammdd.CSV (separador ";")
      *com: filmes avaliados (LBD102), etapa do vídeo (último carimbo
      *de VID111), etapa do álbum (a mais atrasada das ordens de
      *LBD226), situação e transportadora da última remessa
      *(LBD215/LBD216), próxima retirada agendada no balcão (LBD220)
      *e saldo em aberto (CRD100 situação 0/1). Nenhum dado pessoal
      *vai no arquivo: só o número do contrato e o código de acesso
      *do contrato, gerado uma vez e guardado em LBD059.
      *Só entram no arquivo os contratos cuja situação mudou desde a
      *última publicação (LBD059). O registro de controle LBD060
      *guarda a fase e o último contrato publicado: uma execução
      *interrompida é retomada na próxima chamada, acrescentando ao
      *mesmo arquivo a partir do contrato seguinte; uma execução já
      *concluída no dia não é refeita.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COPX040.
           COPY LBPX102.
           COPY VIPX111.
           COPY LBPX226.
           COPY LBPX215.
           COPY LBPX216.
           COPY LBPX220.
           COPY CRPX100.
           COPY LBPX059.
           COPY LBPX060.
           SELECT SAIDA ASSIGN TO ARQUIVO-SAIDA-W
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ST-SAIDA.

       DATA DIVISION.
       FILE SECTION.
       COPY COPW040.
       COPY LBPW102.
       COPY VIPW111.
       COPY LBPW226.
       COPY LBPW215.
       COPY LBPW216.
       COPY LBPW220.
       COPY CRPW100.
       COPY LBPW059.
       COPY LBPW060.
       FD  SAIDA
           LABEL RECORD IS OMITTED.
       01  REG-SAIDA                  PIC X(200).
       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-LBD102             PIC XX       VALUE SPACES.
           05  ST-VID111             PIC XX       VALUE SPACES.
           05  ST-LBD226             PIC XX       VALUE SPACES.
           05  ST-LBD215             PIC XX       VALUE SPACES.
           05  ST-LBD216             PIC XX       VALUE SPACES.
           05  ST-LBD220             PIC XX       VALUE SPACES.
           05  ST-CRD100             PIC XX       VALUE SPACES.
           05  ST-LBD059             PIC XX       VALUE SPACES.
           05  ST-LBD060             PIC XX       VALUE SPACES.
           05  ST-SAIDA              PIC XX       VALUE SPACES.
           05  PATH-LBD215           PIC X(30)    VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  ARQUIVO-SAIDA-W       PIC X(60)    VALUE SPACES.
           05  CONTRATO-W            PIC 9(8)     VALUE ZEROS.
           05  QTDE-CONTRATOS-W      PIC 9(6)     VALUE ZEROS.
      *    GERACAO DO CODIGO DE ACESSO (CONTRATO + HORA + SEMENTE,
      *    REDUZIDOS A 8 DIGITOS PELO RESTO DE UM PRIMO).
           05  SEMENTE-W             PIC 9(6)     VALUE ZEROS.
           05  CALCULO-ACESSO-W      PIC 9(15)    VALUE ZEROS.
           05  QUOCIENTE-W           PIC 9(15)    VALUE ZEROS.
      *    ULTIMO CARIMBO DE VIDEO DO CONTRATO (DATA + HORA).
           05  ULT-CARIMBO-W.
               10  ULT-DATA-V-W      PIC 9(8)     VALUE ZEROS.
               10  ULT-HORA-V-W      PIC 9(6)     VALUE ZEROS.
           05  CARIMBO-W.
               10  CARIMBO-DATA-W    PIC 9(8)     VALUE ZEROS.
               10  CARIMBO-HORA-W    PIC 9(6)     VALUE ZEROS.
           05  RETIRADA-W.
               10  RETIRADA-DATA-W   PIC 9(8)     VALUE ZEROS.
               10  RETIRADA-HORA-W   PIC 9(4)     VALUE ZEROS.
           05  RETIRADA-N-W REDEFINES RETIRADA-W PIC 9(12).
      *    SITUACAO ATUAL MONTADA PARA O CONTRATO - MESMO LAYOUT DE
      *    SITUACAO-PUB-L59 PARA A COMPARACAO COM A PUBLICADA.
           05  SITUACAO-ATU-W.
               10  FILMES-AVAL-W     PIC 9(6)     VALUE ZEROS.
               10  ETAPA-VIDEO-W     PIC 9        VALUE ZEROS.
               10  ETAPA-ALBUM-W     PIC 9        VALUE ZEROS.
               10  SIT-REMESSA-W     PIC 9        VALUE ZEROS.
               10  TRANSP-W          PIC X(20)    VALUE SPACES.
               10  DATA-REMESSA-W    PIC 9(8)     VALUE ZEROS.
               10  DATA-ENTREGA-W    PIC 9(8)     VALUE ZEROS.
               10  RETIRADA-ATU-W    PIC 9(12)    VALUE ZEROS.
               10  SALDO-ABERTO-W    PIC 9(8)V99  VALUE ZEROS.
      *    CAMPOS DA LINHA DO ARQUIVO DO SITE.
           05  DESC-VIDEO-W          PIC X(15)    VALUE SPACES.
           05  DESC-ALBUM-W          PIC X(20)    VALUE SPACES.
           05  DESC-REMESSA-W        PIC X(17)    VALUE SPACES.
           05  SALDO-E               PIC 9(8),99.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".

       01  CAB-SAIDA                 PIC X(200) VALUE
           "CONTRATO;CODIGO_ACESSO;FILMES_AVALIADOS;ETAPA_VIDEO;ETAPA_AL
      -    "BUM;SITUACAO_REMESSA;TRANSPORTADORA;DATA_REMESSA;DATA_ENTREG
      -    "A;RETIRADA_AGENDADA;SALDO_ABERTO".

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              PERFORM VERIFICA-CONTROLE
           END-IF.
           IF ERRO-W = 0 AND FASE-L60 = 1
              PERFORM ACUMULA-AVALIACAO
              PERFORM ACUMULA-RETIRADA
              MOVE 2 TO FASE-L60
              PERFORM ATUALIZA-CONTROLE
           END-IF.
           IF ERRO-W = 0 AND FASE-L60 = 2
              PERFORM PUBLICA-CONTRATOS
           END-IF.
           IF ERRO-W = 0
              MOVE 0 TO FASE-L60
              PERFORM ATUALIZA-CONTROLE
              DISPLAY "CONTRATOS LIDOS.....: " QTDE-CONTRATOS-W
              DISPLAY "CONTRATOS PUBLICADOS: " QTDE-PUBLICADOS-L60
              DISPLAY "ARQUIVO DO SITE.....: " ARQUIVO-SAIDA-W
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           ACCEPT HORA-W FROM TIME.
           MOVE ZEROS TO ERRO-W QTDE-CONTRATOS-W SEMENTE-W.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "COD040" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040.
           MOVE "LBD102" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD102.
           MOVE "VID111" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID111.
           MOVE "LBD226" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD226.
           MOVE "LBD215" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD215.
           MOVE "LBD216" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD216.
           MOVE "LBD220" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD220.
           MOVE "CRD100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD100.
           MOVE "LBD059" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD059.
           MOVE "LBD060" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD060.
           OPEN INPUT COD040 LBD102 VID111 LBD226 LBD215 LBD216
                      LBD220 CRD100.
           OPEN I-O LBD059.
           IF ST-LBD059 = "35"
              OPEN OUTPUT LBD059
              CLOSE       LBD059
              OPEN I-O    LBD059
           END-IF.
           OPEN I-O LBD060.
           IF ST-LBD060 = "35"
              OPEN OUTPUT LBD060
              CLOSE       LBD060
              OPEN I-O    LBD060
           END-IF.
           IF ST-COD040 <> "00"
              DISPLAY "ERRO ABERTURA COD040: " ST-COD040
              MOVE 1 TO ERRO-W.
           IF ST-LBD102 <> "00"
              DISPLAY "ERRO ABERTURA LBD102: " ST-LBD102
              MOVE 1 TO ERRO-W.
           IF ST-VID111 <> "00"
              DISPLAY "ERRO ABERTURA VID111: " ST-VID111
              MOVE 1 TO ERRO-W.
           IF ST-LBD226 <> "00"
              DISPLAY "ERRO ABERTURA LBD226: " ST-LBD226
              MOVE 1 TO ERRO-W.
           IF ST-LBD215 <> "00"
              DISPLAY "ERRO ABERTURA LBD215: " ST-LBD215
              MOVE 1 TO ERRO-W.
           IF ST-LBD216 <> "00"
              DISPLAY "ERRO ABERTURA LBD216: " ST-LBD216
              MOVE 1 TO ERRO-W.
           IF ST-LBD220 <> "00"
              DISPLAY "ERRO ABERTURA LBD220: " ST-LBD220
              MOVE 1 TO ERRO-W.
           IF ST-CRD100 <> "00"
              DISPLAY "ERRO ABERTURA CRD100: " ST-CRD100
              MOVE 1 TO ERRO-W.
           IF ST-LBD059 <> "00"
              DISPLAY "ERRO ABERTURA LBD059: " ST-LBD059
              MOVE 1 TO ERRO-W.
           IF ST-LBD060 <> "00"
              DISPLAY "ERRO ABERTURA LBD060: " ST-LBD060
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.

      *    LE O CONTROLE: FASE 0 INICIA UMA EXECUCAO NOVA (SE AINDA
      *    NAO HOUVE UMA CONCLUIDA HOJE); FASE 1 REFAZ A ACUMULACAO
      *    DESDE O INICIO; FASE 2 RETOMA A PUBLICACAO NO MESMO ARQUIVO
      *    A PARTIR DO CONTRATO SEGUINTE AO ULTIMO PUBLICADO.
       VERIFICA-CONTROLE SECTION.
           MOVE "1" TO CHAVE-L60.
           READ LBD060 INVALID KEY
                MOVE "1"    TO CHAVE-L60
                MOVE ZEROS  TO DATA-EXECUCAO-L60 FASE-L60
                               ULT-CONTRATO-L60 QTDE-PUBLICADOS-L60
                MOVE SPACES TO ARQUIVO-L60
                WRITE REG-LBD060 INVALID KEY CONTINUE END-WRITE
           END-READ.
           EVALUATE FASE-L60
             WHEN 0
                IF DATA-EXECUCAO-L60 = DATA-HOJE-W
                   DISPLAY "SITE JA PUBLICADO HOJE ("
                           ARQUIVO-L60 ") - NADA A FAZER"
                   MOVE 1 TO ERRO-W
                   GO VERIFICA-CONTROLE-FIM
                END-IF
                MOVE SPACES TO ARQUIVO-SAIDA-W
                STRING "\PROGRAMA\KELLO\" EMPRESA-W "\SITE"
                       DATA-HOJE-W ".CSV"
                       DELIMITED BY SIZE INTO ARQUIVO-SAIDA-W
                MOVE DATA-HOJE-W     TO DATA-EXECUCAO-L60
                MOVE ARQUIVO-SAIDA-W TO ARQUIVO-L60
                MOVE 1               TO FASE-L60
                MOVE ZEROS TO ULT-CONTRATO-L60 QTDE-PUBLICADOS-L60
                PERFORM ATUALIZA-CONTROLE
                PERFORM ABRE-SAIDA-NOVA
             WHEN 1
                MOVE ARQUIVO-L60 TO ARQUIVO-SAIDA-W
                DISPLAY "RETOMANDO PUBLICACAO DE "
                        DATA-EXECUCAO-L60 " (ACUMULACAO)"
                MOVE ZEROS TO ULT-CONTRATO-L60 QTDE-PUBLICADOS-L60
                PERFORM ABRE-SAIDA-NOVA
             WHEN OTHER
                MOVE ARQUIVO-L60 TO ARQUIVO-SAIDA-W
                DISPLAY "RETOMANDO PUBLICACAO DE "
                        DATA-EXECUCAO-L60 " APOS O CONTRATO "
                        ULT-CONTRATO-L60
                OPEN EXTEND SAIDA
                IF ST-SAIDA = "35"
                   PERFORM ABRE-SAIDA-NOVA
                ELSE
                   IF ST-SAIDA <> "00"
                      DISPLAY "ERRO ABRINDO " ARQUIVO-SAIDA-W ": "
                              ST-SAIDA
                      MOVE 1 TO ERRO-W
                   END-IF
                END-IF
           END-EVALUATE.
       VERIFICA-CONTROLE-FIM.
           EXIT.

       ABRE-SAIDA-NOVA SECTION.
           OPEN OUTPUT SAIDA.
           IF ST-SAIDA <> "00"
              DISPLAY "ERRO ABRINDO " ARQUIVO-SAIDA-W ": " ST-SAIDA
              MOVE 1 TO ERRO-W
           ELSE
              WRITE REG-SAIDA FROM CAB-SAIDA
           END-IF.

       ATUALIZA-CONTROLE SECTION.
           MOVE "1" TO CHAVE-L60.
           REWRITE REG-LBD060 INVALID KEY
                DISPLAY "ERRO REGRAVANDO LBD060: " ST-LBD060
           END-REWRITE.

      *    ZERA OS CAMPOS ACUMULADOS E CONTA OS FILMES AVALIADOS POR
      *    CONTRATO NUMA UNICA PASSADA DO LBD102 (UM LANCAMENTO POR
      *    FILME AVALIADO). O LBD101 (REVELACAO) NAO TEM CONTRATO.
       ACUMULA-AVALIACAO SECTION.
           MOVE ZEROS TO CONTRATO-L59.
           START LBD059 KEY IS NOT < CONTRATO-L59 INVALID KEY
                 MOVE "10" TO ST-LBD059.
           PERFORM UNTIL ST-LBD059 = "10"
              READ LBD059 NEXT RECORD AT END MOVE "10" TO ST-LBD059
              NOT AT END
                MOVE ZEROS TO FILMES-AVAL-ATU-L59 RETIRADA-ATU-L59
                REWRITE REG-LBD059 INVALID KEY CONTINUE
                END-REWRITE
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD059.
           INITIALIZE CHAVE-L102.
           START LBD102 KEY IS NOT < CHAVE-L102 INVALID KEY
                 MOVE "10" TO ST-LBD102.
           PERFORM UNTIL ST-LBD102 = "10"
              READ LBD102 NEXT RECORD AT END MOVE "10" TO ST-LBD102
              NOT AT END
                IF CONTRATO-L102 > ZEROS
                   MOVE CONTRATO-L102 TO CONTRATO-W
                   PERFORM LE-CRIA-LBD059
                   ADD 1 TO FILMES-AVAL-ATU-L59
                   REWRITE REG-LBD059 INVALID KEY CONTINUE
                   END-REWRITE
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD102.

      *    PROXIMA RETIRADA AGENDADA (STATUS 0) DE HOJE EM DIANTE. A
      *    AGENDA ESTA EM ORDEM DE DATA/HORA, ENTAO FICA A PRIMEIRA
      *    ENCONTRADA PARA CADA CONTRATO.
       ACUMULA-RETIRADA SECTION.
           INITIALIZE CHAVE-L220.
           MOVE DATA-HOJE-W TO DATA-L220.
           START LBD220 KEY IS NOT < CHAVE-L220 INVALID KEY
                 MOVE "10" TO ST-LBD220.
           PERFORM UNTIL ST-LBD220 = "10"
              READ LBD220 NEXT RECORD AT END MOVE "10" TO ST-LBD220
              NOT AT END
                IF STATUS-L220 = 0 AND CONTRATO-L220 > ZEROS
                   MOVE CONTRATO-L220 TO CONTRATO-W
                   PERFORM LE-CRIA-LBD059
                   IF RETIRADA-ATU-L59 = ZEROS
                      MOVE DATA-L220 TO RETIRADA-DATA-W
                      MOVE HORA-L220 TO RETIRADA-HORA-W
                      MOVE RETIRADA-N-W TO RETIRADA-ATU-L59
                      REWRITE REG-LBD059 INVALID KEY CONTINUE
                      END-REWRITE
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD220.

      *    LE O LBD059 DO CONTRATO-W; NA PRIMEIRA VEZ CRIA O REGISTRO
      *    COM O CODIGO DE ACESSO DO CONTRATO.
       LE-CRIA-LBD059 SECTION.
           MOVE CONTRATO-W TO CONTRATO-L59.
           READ LBD059 INVALID KEY
                INITIALIZE REG-LBD059
                MOVE CONTRATO-W TO CONTRATO-L59
                PERFORM GERA-CODIGO-ACESSO
                WRITE REG-LBD059 INVALID KEY CONTINUE END-WRITE
           END-READ.

       GERA-CODIGO-ACESSO SECTION.
           ADD 1 TO SEMENTE-W.
           COMPUTE CALCULO-ACESSO-W =
                   CONTRATO-W * 7919 + HORA-W * 37 + SEMENTE-W * 104729.
           DIVIDE CALCULO-ACESSO-W BY 99999989 GIVING QUOCIENTE-W
                  REMAINDER COD-ACESSO-L59.
           IF COD-ACESSO-L59 < 10000000
              ADD 10000000 TO COD-ACESSO-L59
           END-IF.

       PUBLICA-CONTRATOS SECTION.
           MOVE ULT-CONTRATO-L60 TO NR-CONTRATO-CO40.
           START COD040 KEY IS > NR-CONTRATO-CO40 INVALID KEY
                 MOVE "10" TO ST-COD040.
           PERFORM UNTIL ST-COD040 = "10" OR ERRO-W <> 0
              READ COD040 NEXT RECORD AT END MOVE "10" TO ST-COD040
              NOT AT END
                ADD 1 TO QTDE-CONTRATOS-W
                MOVE NR-CONTRATO-CO40 TO CONTRATO-W
                PERFORM LE-CRIA-LBD059
                PERFORM MONTA-SITUACAO
                IF SITUACAO-ATU-W <> SITUACAO-PUB-L59
                   PERFORM GRAVA-LINHA-SITE
                END-IF
                IF ERRO-W = 0
                   MOVE NR-CONTRATO-CO40 TO ULT-CONTRATO-L60
                   PERFORM ATUALIZA-CONTROLE
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-COD040.

       MONTA-SITUACAO SECTION.
           INITIALIZE SITUACAO-ATU-W.
           MOVE FILMES-AVAL-ATU-L59 TO FILMES-AVAL-W.
           MOVE RETIRADA-ATU-L59    TO RETIRADA-ATU-W.
           PERFORM ETAPA-VIDEO.
           PERFORM ETAPA-ALBUM.
           PERFORM ULTIMA-REMESSA.
           PERFORM SALDO-ABERTO.

      *    ETAPA DO ULTIMO CARIMBO (DATA/HORA) DO VIDEO DO CONTRATO.
       ETAPA-VIDEO SECTION.
           MOVE ZEROS TO ULT-CARIMBO-W.
           INITIALIZE CHAVE-V111.
           MOVE CONTRATO-W TO CONTRATO-V111.
           START VID111 KEY IS NOT < CHAVE-V111 INVALID KEY
                 MOVE "10" TO ST-VID111.
           PERFORM UNTIL ST-VID111 = "10"
              READ VID111 NEXT RECORD AT END MOVE "10" TO ST-VID111
              NOT AT END
                IF CONTRATO-V111 <> CONTRATO-W
                   MOVE "10" TO ST-VID111
                ELSE
                   MOVE DATA-V111 TO CARIMBO-DATA-W
                   MOVE HORA-V111 TO CARIMBO-HORA-W
                   IF CARIMBO-W NOT < ULT-CARIMBO-W
                      MOVE CARIMBO-W  TO ULT-CARIMBO-W
                      MOVE ETAPA-V111 TO ETAPA-VIDEO-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID111.

      *    O ALBUM SO ESTA NUMA ETAPA QUANDO TODAS AS ORDENS DO
      *    CONTRATO CHEGARAM NELA: FICA A MENOR ETAPA DAS ORDENS.
       ETAPA-ALBUM SECTION.
           INITIALIZE CHAVE-L226.
           MOVE CONTRATO-W TO CONTRATO-L226.
           START LBD226 KEY IS NOT < CHAVE-L226 INVALID KEY
                 MOVE "10" TO ST-LBD226.
           PERFORM UNTIL ST-LBD226 = "10"
              READ LBD226 NEXT RECORD AT END MOVE "10" TO ST-LBD226
              NOT AT END
                IF CONTRATO-L226 <> CONTRATO-W
                   MOVE "10" TO ST-LBD226
                ELSE
                   IF ETAPA-ALBUM-W = ZEROS
                      OR ETAPA-L226 < ETAPA-ALBUM-W
                      MOVE ETAPA-L226 TO ETAPA-ALBUM-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD226.

      *    REMESSA MAIS RECENTE DO CONTRATO (MAIOR DATA-REMESSA).
       ULTIMA-REMESSA SECTION.
           MOVE CONTRATO-W TO CONTRATO-L215.
           START LBD215 KEY IS = CONTRATO-L215 INVALID KEY
                 MOVE "10" TO ST-LBD215.
           PERFORM UNTIL ST-LBD215 = "10"
              READ LBD215 NEXT RECORD AT END MOVE "10" TO ST-LBD215
              NOT AT END
                IF CONTRATO-L215 <> CONTRATO-W
                   MOVE "10" TO ST-LBD215
                ELSE
                   IF DATA-REMESSA-L215 NOT < DATA-REMESSA-W
                      PERFORM MOVE-REMESSA
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD215.

       MOVE-REMESSA SECTION.
           COMPUTE SIT-REMESSA-W = STATUS-L215 + 1.
           MOVE DATA-REMESSA-L215 TO DATA-REMESSA-W.
           MOVE DATA-ENTREGA-L215 TO DATA-ENTREGA-W.
           IF METODO-ENVIO-L215 = 2
              MOVE "RETIRADA NO BALCAO" TO TRANSP-W
           ELSE
              MOVE TRANSPORTADORA-L215 TO TRANSP-W
              IF TRANSP-COD-L215 > ZEROS
                 MOVE TRANSP-COD-L215 TO CODIGO-L216
                 READ LBD216 INVALID KEY CONTINUE
                 NOT INVALID KEY
                      MOVE NOME-L216 TO TRANSP-W
                 END-READ
              END-IF
           END-IF.

      *    SALDO EM ABERTO: TITULOS ABERTOS (0) E SUSPENSOS (1).
       SALDO-ABERTO SECTION.
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
                   IF SITUACAO-CR100 = 0 OR SITUACAO-CR100 = 1
                      ADD VALOR-TOT-CR100 TO SALDO-ABERTO-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD100.

       GRAVA-LINHA-SITE SECTION.
           EVALUATE ETAPA-VIDEO-W
             WHEN 1     MOVE "EM EDICAO"       TO DESC-VIDEO-W
             WHEN 2     MOVE "EM REVISAO"      TO DESC-VIDEO-W
             WHEN 3     MOVE "REJEITADO"       TO DESC-VIDEO-W
             WHEN 4     MOVE "REAPRESENTADO"   TO DESC-VIDEO-W
             WHEN 5     MOVE "APROVADO"        TO DESC-VIDEO-W
             WHEN OTHER MOVE "NAO INICIADO"    TO DESC-VIDEO-W
           END-EVALUATE.
           EVALUATE ETAPA-ALBUM-W
             WHEN 1     MOVE "SELECAO DE FOTOS"     TO DESC-ALBUM-W
             WHEN 2     MOVE "DIAGRAMACAO"          TO DESC-ALBUM-W
             WHEN 3     MOVE "APROVACAO DO CLIENTE" TO DESC-ALBUM-W
             WHEN 4     MOVE "IMPRESSAO"            TO DESC-ALBUM-W
             WHEN 5     MOVE "ENCADERNACAO"         TO DESC-ALBUM-W
             WHEN 6     MOVE "PRONTO P/ EXPEDICAO"  TO DESC-ALBUM-W
             WHEN OTHER MOVE "NAO INICIADO"         TO DESC-ALBUM-W
           END-EVALUATE.
           EVALUATE SIT-REMESSA-W
             WHEN 1     MOVE "EM TRANSITO"       TO DESC-REMESSA-W
             WHEN 2     MOVE "ENTREGUE"          TO DESC-REMESSA-W
             WHEN 3     MOVE "REENVIO PENDENTE"  TO DESC-REMESSA-W
             WHEN OTHER MOVE "SEM REMESSA"       TO DESC-REMESSA-W
           END-EVALUATE.
           MOVE SALDO-ABERTO-W TO SALDO-E.
           MOVE SPACES TO REG-SAIDA.
           STRING CONTRATO-W         DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  COD-ACESSO-L59     DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  FILMES-AVAL-W      DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  DESC-VIDEO-W       DELIMITED BY "  "
                  ";"                DELIMITED BY SIZE
                  DESC-ALBUM-W       DELIMITED BY "  "
                  ";"                DELIMITED BY SIZE
                  DESC-REMESSA-W     DELIMITED BY "  "
                  ";"                DELIMITED BY SIZE
                  TRANSP-W           DELIMITED BY "  "
                  ";"                DELIMITED BY SIZE
                  DATA-REMESSA-W     DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  DATA-ENTREGA-W     DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  RETIRADA-ATU-W     DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  SALDO-E            DELIMITED BY SIZE
                  INTO REG-SAIDA.
           WRITE REG-SAIDA.
           IF ST-SAIDA <> "00"
              DISPLAY "ERRO GRAVANDO " ARQUIVO-SAIDA-W ": " ST-SAIDA
              MOVE 1 TO ERRO-W
           ELSE
              MOVE SITUACAO-ATU-W TO SITUACAO-PUB-L59
              MOVE DATA-HOJE-W    TO DATA-PUBLICACAO-L59
              REWRITE REG-LBD059 INVALID KEY CONTINUE END-REWRITE
              ADD 1 TO QTDE-PUBLICADOS-L60
           END-IF.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE COD040 LBD102 VID111 LBD226 LBD215 LBD216 LBD220
                 CRD100 LBD059 LBD060 SAIDA.
           EXIT PROGRAM.
