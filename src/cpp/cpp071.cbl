      *    tipo de filme em uma linha no último dia do mês).
      *O escritório importa o arquivo em vez de redigitar a pilha de
      *relatórios. Origem sem conta mapeada sai apontada no console.
      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - CPD030 COM VARIAS BAIXAS POR TITULO:
      *             CADA BAIXA PARCIAL DO MES E UM LANCAMENTO, COM A
      *             SEQUENCIA DA BAIXA NO HISTORICO.
      *15/10/2026 - INCLUSÃO - FECHAMENTO FINANCEIRO DA COMPETÊNCIA
      *             (CPD060): FECHAR GERA O DIÁRIO E TRAVA BAIXAS E
      *             CAIXA DO MÊS (CPP079); O SUPERVISOR (CPD059)
      *             REABRE COM MOTIVO (HISTÓRICO CPD061); O NOVO
      *             FECHAMENTO GERA DIARIO<AAAAMM>R<VV>.TXT SÓ COM AS
      *             DIFERENÇAS CONTRA O RETRATO DO ENVIADO (CPD062).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           COPY LBPX101.
           COPY LBPX030.
           COPY CPPX054.
           COPY CPPX059.
           COPY CPPX060.
           COPY CPPX061.
           COPY CPPX062.
           SELECT DIARIO ASSIGN TO ARQUIVO-DIARIO-W
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ST-DIARIO.
       COPY LBPW101.
       COPY LBPW030.
       COPY CPPW054.
       COPY CPPW059.
       COPY CPPW060.
       COPY CPPW061.
       COPY CPPW062.
       FD  DIARIO
           LABEL RECORD IS OMITTED.
       01  REG-DIARIO                 PIC X(100).
           05  ST-LBD030             PIC XX       VALUE SPACES.
           05  ST-CPD054             PIC XX       VALUE SPACES.
           05  ST-DIARIO             PIC XX       VALUE SPACES.
           05  ST-CPD059             PIC XX       VALUE SPACES.
           05  ST-CPD060             PIC XX       VALUE SPACES.
           05  ST-CPD061             PIC XX       VALUE SPACES.
           05  ST-CPD062             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  COMPETENCIA-W         PIC 9(6)     VALUE ZEROS.
           05  HISTORICO-W           PIC X(40)    VALUE SPACES.
           05  QT-LINHAS-W           PIC 9(6)     VALUE ZEROS.
           05  QT-SEM-CONTA-W        PIC 9(5)     VALUE ZEROS.
      *    FECHAMENTO: MODO 0-SO GERA O DIARIO  1-PRIMEIRO FECHAMENTO
      *    (GRAVA O RETRATO)  2-FECHAMENTO APOS REABERTURA (DIFERENCAS)
           05  MODO-W                PIC 9        VALUE ZEROS.
           05  VERSAO-W              PIC 9(2)     VALUE ZEROS.
           05  TEM-CPD060-W          PIC 9        VALUE ZEROS.
           05  ERRO-DIARIO-W         PIC 9        VALUE ZEROS.
           05  ESTORNO-W             PIC 9        VALUE ZEROS.
           05  DOC-W                 PIC X(20)    VALUE SPACES.
           05  ARQUIVO-NOME-W        PIC X(20)    VALUE SPACES.
           05  MOTIVO-W              PIC X(60)    VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  TIPO-HIST-W           PIC 9        VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  QT-ESTORNOS-W         PIC 9(6)     VALUE ZEROS.
           05  GUARDA-CONTA-W        PIC X(10)    VALUE SPACES.
           05  GUARDA-DATA-W         PIC 9(8)     VALUE ZEROS.
           05  GUARDA-VALOR-W        PIC 9(10)V99 VALUE ZEROS.
           05  GUARDA-HISTORICO-W    PIC X(40)    VALUE SPACES.
      *    CUSTO DO MES POR TIPO DE FILME (INDEXADO PELO CODIGO-LB21)
           05  TAB-CUSTO.
               10  TC-QTDE OCCURS 99 TIMES PIC 9(9).
           MOVE "LBD101" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD101.
           MOVE "LBD030" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD030.
           MOVE "CPD054" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD054.
           MOVE "CPD059" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD059.
           MOVE "CPD060" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD060.
           MOVE "CPD061" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD061.
           MOVE "CPD062" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD062.
           OPEN INPUT CPD030 CXD021 LBD101 LBD030.
           OPEN I-O CPD054.
           IF ST-CPD054 = "35"
              CLOSE       CPD054
              OPEN I-O    CPD054
           END-IF.
           OPEN I-O CPD059.
           IF ST-CPD059 = "35"
              OPEN OUTPUT CPD059
              CLOSE       CPD059
              OPEN I-O    CPD059
           END-IF.
           OPEN I-O CPD060.
           IF ST-CPD060 = "35"
              OPEN OUTPUT CPD060
              CLOSE       CPD060
              OPEN I-O    CPD060
           END-IF.
           OPEN I-O CPD061.
           IF ST-CPD061 = "35"
              OPEN OUTPUT CPD061
              CLOSE       CPD061
              OPEN I-O    CPD061
           END-IF.
           OPEN I-O CPD062.
           IF ST-CPD062 = "35"
              OPEN OUTPUT CPD062
              CLOSE       CPD062
              OPEN I-O    CPD062
           END-IF.
           IF ST-CPD054 <> "00"
              DISPLAY "ERRO ABERTURA CPD054: " ST-CPD054
              MOVE 1 TO ERRO-W.
           IF ST-CPD059 <> "00"
              DISPLAY "ERRO ABERTURA CPD059: " ST-CPD059
              MOVE 1 TO ERRO-W.
           IF ST-CPD060 <> "00"
              DISPLAY "ERRO ABERTURA CPD060: " ST-CPD060
              MOVE 1 TO ERRO-W.
           IF ST-CPD061 <> "00"
              DISPLAY "ERRO ABERTURA CPD061: " ST-CPD061
              MOVE 1 TO ERRO-W.
           IF ST-CPD062 <> "00"
              DISPLAY "ERRO ABERTURA CPD062: " ST-CPD062
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.

       PROCESSA-OPCOES SECTION.
           DISPLAY "OPCAO (1-MAPA DE CONTAS  2-GERAR DIARIO  "
                   "3-FECHAR COMPETENCIA  4-REABRIR  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM MANTEM-MAPA
              WHEN 2 PERFORM GERA-DIARIO
              WHEN 3 PERFORM FECHA-COMPETENCIA
              WHEN 4 PERFORM REABRE-COMPETENCIA
              WHEN OTHER CONTINUE
           END-EVALUATE.

       MANTEM-MAPA-FIM.
           EXIT.

      *    DIARIO SEM FECHAR (CONFERENCIA ANTES DO FECHAMENTO). DEPOIS
      *    DO PRIMEIRO FECHAMENTO O ARQUIVO ENVIADO AO CONTADOR NAO E
      *    MAIS REGERADO - AS ALTERACOES SAEM NO DIARIO DE DIFERENCAS.
       GERA-DIARIO SECTION.
           PERFORM PEDE-COMPETENCIA.
           IF COMPETENCIA-W = ZEROS
              GO GERA-DIARIO-FIM
           END-IF.
           IF TEM-CPD060-W = 1
              DISPLAY "COMPETENCIA JA FECHADA EM "
                      DATA-FECHAMENTO-CP60 " - ALTERACOES SAEM NO "
                      "DIARIO DE DIFERENCAS (OPCAO 3)"
              GO GERA-DIARIO-FIM
           END-IF.
           MOVE ZEROS TO MODO-W VERSAO-W.
           PERFORM EXPORTA-COMPETENCIA.
       GERA-DIARIO-FIM.
           EXIT.

       PEDE-COMPETENCIA SECTION.
           DISPLAY "Competencia do diario (AAAAMM): ".
           ACCEPT COMPETENCIA-W FROM CONSOLE.
           MOVE ZEROS TO TEM-CPD060-W.
           IF COMPETENCIA-W = ZEROS
              GO PEDE-COMPETENCIA-FIM
           END-IF.
           MOVE COMPETENCIA-W TO COMPETENCIA-CP60.
           READ CPD060 INVALID KEY
                INITIALIZE REG-CPD060
                MOVE COMPETENCIA-W TO COMPETENCIA-CP60
              NOT INVALID KEY
                MOVE 1 TO TEM-CPD060-W
           END-READ.
       PEDE-COMPETENCIA-FIM.
           EXIT.

       EXPORTA-COMPETENCIA SECTION.
           MOVE ZEROS TO QT-LINHAS-W QT-SEM-CONTA-W QT-ESTORNOS-W
                         ERRO-DIARIO-W ESTORNO-W.
           PERFORM VARYING IND-T FROM 1 BY 1 UNTIL IND-T > 99
              MOVE ZEROS TO TC-QTDE(IND-T)
           END-PERFORM.
           COMPUTE DATA-INICIAL-W = COMPETENCIA-W * 100 + 1.
           COMPUTE DATA-FINAL-W   = COMPETENCIA-W * 100 + 31.
           MOVE SPACES TO ARQUIVO-NOME-W ARQUIVO-DIARIO-W.
           IF MODO-W = 2
              STRING "DIARIO" COMPETENCIA-W "R" VERSAO-W ".TXT"
                     DELIMITED BY SIZE INTO ARQUIVO-NOME-W
           ELSE
              STRING "DIARIO" COMPETENCIA-W ".TXT"
                     DELIMITED BY SIZE INTO ARQUIVO-NOME-W
           END-IF.
           STRING "\PROGRAMA\KELLO\" EMPRESA-W "\"
                  ARQUIVO-NOME-W DELIMITED BY SPACE
                  INTO ARQUIVO-DIARIO-W.
           OPEN OUTPUT DIARIO.
           IF ST-DIARIO <> "00"
              DISPLAY "ERRO ABRINDO DIARIO: " ST-DIARIO
              MOVE 1 TO ERRO-DIARIO-W
              GO EXPORTA-COMPETENCIA-FIM
           END-IF.
           PERFORM EXPORTA-BAIXAS-CP.
           PERFORM EXPORTA-CAIXA.
           PERFORM EXPORTA-CUSTO-REVELACAO.
           IF MODO-W = 2
              PERFORM ESTORNA-RETIRADAS
           END-IF.
           CLOSE DIARIO.
           DISPLAY "LINHAS GERADAS: " QT-LINHAS-W
                   "  SEM CONTA MAPEADA: " QT-SEM-CONTA-W.
           IF MODO-W = 2
              DISPLAY "ESTORNOS NO DIARIO DE DIFERENCAS: "
                      QT-ESTORNOS-W
           END-IF.
           DISPLAY "ARQUIVO: " ARQUIVO-DIARIO-W.
       EXPORTA-COMPETENCIA-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    FECHAMENTO DA COMPETENCIA - O PRIMEIRO GERA O DIARIO
      *    COMPLETO E O RETRATO DELE; APOS UMA REABERTURA, SO AS
      *    DIFERENCAS CONTRA O RETRATO.
      *----------------------------------------------------------------
       FECHA-COMPETENCIA SECTION.
           PERFORM PEDE-COMPETENCIA.
           IF COMPETENCIA-W = ZEROS
              GO FECHA-COMPETENCIA-FIM
           END-IF.
           IF TEM-CPD060-W = 0
              MOVE 1 TO MODO-W
              MOVE 1 TO VERSAO-W
           ELSE
              IF SITUACAO-CP60 = 1
                 DISPLAY "COMPETENCIA JA FECHADA EM "
                         DATA-FECHAMENTO-CP60
                 GO FECHA-COMPETENCIA-FIM
              END-IF
              MOVE 2 TO MODO-W
              ADD 1 VERSAO-CP60 GIVING VERSAO-W
              DISPLAY "REABERTA EM " DATA-REABERTURA-CP60 ": "
                      MOTIVO-REABERTURA-CP60
           END-IF.
           DISPLAY "Fechar a competencia " COMPETENCIA-W
                   " - baixas e caixa do mes ficam travados (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO FECHA-COMPETENCIA-FIM
           END-IF.
           IF MODO-W = 2
              PERFORM LIMPA-VISTOS
           END-IF.
           PERFORM EXPORTA-COMPETENCIA.
           IF ERRO-DIARIO-W = 1
              GO FECHA-COMPETENCIA-FIM
           END-IF.
           MOVE 1             TO SITUACAO-CP60.
           MOVE VERSAO-W      TO VERSAO-CP60.
           ACCEPT DATA-FECHAMENTO-CP60 FROM DATE YYYYMMDD.
           ACCEPT HORA-W FROM TIME.
           MOVE HORA-W(1: 6) TO HORA-FECHAMENTO-CP60.
           MOVE COD-USUARIO-W TO USUARIO-FECHAMENTO-CP60.
           IF TEM-CPD060-W = 0
              WRITE REG-CPD060 INVALID KEY
                   DISPLAY "ERRO GRAVACAO CPD060: " ST-CPD060
              END-WRITE
           ELSE
              REWRITE REG-CPD060 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CPD060: " ST-CPD060
              END-REWRITE
           END-IF.
           MOVE 1      TO TIPO-HIST-W.
           MOVE SPACES TO MOTIVO-W.
           PERFORM GRAVA-HISTORICO.
           DISPLAY "COMPETENCIA " COMPETENCIA-W " FECHADA (VERSAO "
                   VERSAO-W ").".
       FECHA-COMPETENCIA-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    REABERTURA - SO O SUPERVISOR, COM MOTIVO
      *----------------------------------------------------------------
       REABRE-COMPETENCIA SECTION.
           MOVE "1" TO CHAVE-CP59.
           READ CPD059 INVALID KEY
                INITIALIZE REG-CPD059
                MOVE "1"           TO CHAVE-CP59
                MOVE COD-USUARIO-W TO SUPERVISOR-CP59
                WRITE REG-CPD059 INVALID KEY
                      DISPLAY "ERRO GRAVACAO CPD059: " ST-CPD059
                END-WRITE
                DISPLAY "PRIMEIRA REABERTURA - USUARIO " COD-USUARIO-W
                        " REGISTRADO COMO SUPERVISOR"
           END-READ.
           IF SUPERVISOR-CP59 NOT = COD-USUARIO-W
              DISPLAY "REABERTURA RESTRITA AO SUPERVISOR "
                      SUPERVISOR-CP59
              GO REABRE-COMPETENCIA-FIM
           END-IF.
           PERFORM PEDE-COMPETENCIA.
           IF COMPETENCIA-W = ZEROS
              GO REABRE-COMPETENCIA-FIM
           END-IF.
           IF TEM-CPD060-W = 0 OR SITUACAO-CP60 <> 1
              DISPLAY "COMPETENCIA NAO ESTA FECHADA"
              GO REABRE-COMPETENCIA-FIM
           END-IF.
           DISPLAY "Motivo da reabertura: ".
           ACCEPT MOTIVO-W FROM CONSOLE.
           IF MOTIVO-W = SPACES
              DISPLAY "MOTIVO OBRIGATORIO - COMPETENCIA SEGUE FECHADA"
              GO REABRE-COMPETENCIA-FIM
           END-IF.
           MOVE 2             TO SITUACAO-CP60.
           ACCEPT DATA-REABERTURA-CP60 FROM DATE YYYYMMDD.
           ACCEPT HORA-W FROM TIME.
           MOVE HORA-W(1: 6) TO HORA-REABERTURA-CP60.
           MOVE COD-USUARIO-W TO USUARIO-REABERTURA-CP60.
           MOVE MOTIVO-W      TO MOTIVO-REABERTURA-CP60.
           REWRITE REG-CPD060 INVALID KEY
                DISPLAY "ERRO REGRAVACAO CPD060: " ST-CPD060
                GO REABRE-COMPETENCIA-FIM
           END-REWRITE.
           MOVE 2      TO TIPO-HIST-W.
           MOVE SPACES TO ARQUIVO-NOME-W.
           MOVE ZEROS  TO QT-LINHAS-W.
           PERFORM GRAVA-HISTORICO.
           DISPLAY "COMPETENCIA " COMPETENCIA-W " REABERTA.".
       REABRE-COMPETENCIA-FIM.
           EXIT.

       GRAVA-HISTORICO SECTION.
           INITIALIZE REG-CPD061.
           MOVE COMPETENCIA-W  TO COMPETENCIA-CP61.
           MOVE 1              TO SEQ-CP61.
           MOVE TIPO-HIST-W    TO TIPO-CP61.
           ACCEPT DATA-CP61 FROM DATE YYYYMMDD.
           ACCEPT HORA-W FROM TIME.
           MOVE HORA-W(1: 6) TO HORA-CP61.
           MOVE COD-USUARIO-W  TO USUARIO-CP61.
           MOVE MOTIVO-W       TO MOTIVO-CP61.
           MOVE ARQUIVO-NOME-W TO ARQUIVO-CP61.
           MOVE QT-LINHAS-W    TO QT-LINHAS-CP61.
           MOVE ZEROS TO ST-CPD061.
           PERFORM UNTIL ST-CPD061 = "10"
             WRITE REG-CPD061 INVALID KEY
                 ADD 1 TO SEQ-CP61
               NOT INVALID KEY
                 MOVE "10" TO ST-CPD061.
           MOVE ZEROS TO ST-CPD061.

       EXPORTA-BAIXAS-CP SECTION.
           INITIALIZE CHAVE-CP30.
           START CPD030 KEY IS NOT < CHAVE-CP30 INVALID KEY
                   MOVE CODIGO-COMPL-CP30  TO CODIGO-W
                   MOVE DATA-BAIXA-CP30    TO DATA-LINHA-W
                   MOVE VALOR-BAIXADO-CP30 TO VALOR-LINHA-W
                   MOVE SPACES TO DOC-W
                   STRING FORNEC-CP30 SEQ-CP30 SEQ-BAIXA-CP30
                          DELIMITED BY SIZE INTO DOC-W
                   MOVE SPACES TO HISTORICO-W
                   STRING "BAIXA CP TITULO " FORNEC-CP30 "/"
                          SEQ-CP30 "-" SEQ-BAIXA-CP30
                          DELIMITED BY SIZE INTO HISTORICO-W
                   PERFORM GRAVA-LINHA-DIARIO
                END-IF
                   MOVE DATA-CX21         TO DATA-LINHA-W
                   MOVE VALOR-CX21        TO VALOR-LINHA-W
                   MOVE DESCRICAO-CX21    TO HISTORICO-W
                   MOVE SPACES TO DOC-W
                   STRING DATA-CX21 SEQ-CX21
                          DELIMITED BY SIZE INTO DOC-W
                   PERFORM GRAVA-LINHA-DIARIO
                END-IF
              END-READ
                    MOVE 4 TO ORIGEM-W
                    MOVE SPACES TO CODIGO-W
                    MOVE IND-T TO CODIGO-W(1: 2)
                    MOVE SPACES TO DOC-W
                    MOVE IND-T TO DOC-W(1: 2)
                    MOVE DATA-FINAL-W TO DATA-LINHA-W
                    COMPUTE VALOR-LINHA-W =
                       TC-QTDE(IND-T) * CUSTO-PADRAO-L30
                END-READ
           END-READ.
           MOVE CONTA-CONTABIL-CP54 TO CONTA-ACHADA-W.
           IF MODO-W = 2
              PERFORM CONFERE-RETRATO
           ELSE
              PERFORM ESCREVE-LINHA-DIARIO
              IF MODO-W = 1
                 PERFORM GRAVA-RETRATO
              END-IF
           END-IF.

      *    O ESTORNO SAI COM O VALOR NEGATIVO E "ESTORNO" NO HISTORICO.
       ESCREVE-LINHA-DIARIO SECTION.
           MOVE SPACES TO REG-DIARIO.
           IF ESTORNO-W = 1
              STRING CONTA-ACHADA-W ";"
                     DATA-LINHA-W ";-"
                     VALOR-LINHA-W ";ESTORNO "
                     HISTORICO-W(1: 32)
                     DELIMITED BY SIZE INTO REG-DIARIO
              ADD 1 TO QT-ESTORNOS-W
           ELSE
              STRING CONTA-ACHADA-W ";"
                     DATA-LINHA-W ";"
                     VALOR-LINHA-W ";"
                     HISTORICO-W
                     DELIMITED BY SIZE INTO REG-DIARIO
           END-IF.
           WRITE REG-DIARIO.
           ADD 1 TO QT-LINHAS-W.

       GRAVA-RETRATO SECTION.
           MOVE COMPETENCIA-W  TO COMPETENCIA-CP62.
           MOVE ORIGEM-W       TO ORIGEM-CP62.
           MOVE DOC-W          TO DOC-CP62.
           MOVE CONTA-ACHADA-W TO CONTA-CP62.
           MOVE DATA-LINHA-W   TO DATA-CP62.
           MOVE VALOR-LINHA-W  TO VALOR-CP62.
           MOVE HISTORICO-W    TO HISTORICO-CP62.
           MOVE 1              TO VISTO-CP62.
           WRITE REG-CPD062 INVALID KEY
                REWRITE REG-CPD062 INVALID KEY
                     DISPLAY "ERRO GRAVACAO CPD062: " ST-CPD062
                END-REWRITE
           END-WRITE.

      *    LINHA NOVA SAI NO DIARIO DE DIFERENCAS; LINHA QUE MUDOU DE
      *    CONTA, DATA OU VALOR SAI ESTORNADA COMO FOI ENVIADA E DE
      *    NOVO COMO ESTA AGORA; LINHA IGUAL SO E MARCADA COMO VISTA.
       CONFERE-RETRATO SECTION.
           MOVE COMPETENCIA-W TO COMPETENCIA-CP62.
           MOVE ORIGEM-W      TO ORIGEM-CP62.
           MOVE DOC-W         TO DOC-CP62.
           READ CPD062 INVALID KEY
                PERFORM ESCREVE-LINHA-DIARIO
                PERFORM GRAVA-RETRATO
                GO CONFERE-RETRATO-FIM
           END-READ.
           IF CONTA-CP62 = CONTA-ACHADA-W
              AND DATA-CP62 = DATA-LINHA-W
              AND VALOR-CP62 = VALOR-LINHA-W
              MOVE 1 TO VISTO-CP62
              REWRITE REG-CPD062 INVALID KEY CONTINUE END-REWRITE
              GO CONFERE-RETRATO-FIM
           END-IF.
           MOVE CONTA-ACHADA-W TO GUARDA-CONTA-W.
           MOVE DATA-LINHA-W   TO GUARDA-DATA-W.
           MOVE VALOR-LINHA-W  TO GUARDA-VALOR-W.
           MOVE HISTORICO-W    TO GUARDA-HISTORICO-W.
           MOVE CONTA-CP62     TO CONTA-ACHADA-W.
           MOVE DATA-CP62      TO DATA-LINHA-W.
           MOVE VALOR-CP62     TO VALOR-LINHA-W.
           MOVE HISTORICO-CP62 TO HISTORICO-W.
           MOVE 1 TO ESTORNO-W.
           PERFORM ESCREVE-LINHA-DIARIO.
           MOVE ZEROS TO ESTORNO-W.
           MOVE GUARDA-CONTA-W     TO CONTA-ACHADA-W.
           MOVE GUARDA-DATA-W      TO DATA-LINHA-W.
           MOVE GUARDA-VALOR-W     TO VALOR-LINHA-W.
           MOVE GUARDA-HISTORICO-W TO HISTORICO-W.
           PERFORM ESCREVE-LINHA-DIARIO.
           PERFORM GRAVA-RETRATO.
       CONFERE-RETRATO-FIM.
           EXIT.

      *    ANTES DA COMPARACAO NENHUMA LINHA DO RETRATO ESTA VISTA.
       LIMPA-VISTOS SECTION.
           MOVE COMPETENCIA-W TO COMPETENCIA-CP62.
           MOVE ZEROS         TO ORIGEM-CP62.
           MOVE SPACES        TO DOC-CP62.
           START CPD062 KEY IS NOT < CHAVE-CP62 INVALID KEY
                 MOVE "10" TO ST-CPD062.
           PERFORM UNTIL ST-CPD062 = "10"
              READ CPD062 NEXT RECORD AT END MOVE "10" TO ST-CPD062
              NOT AT END
                IF COMPETENCIA-CP62 <> COMPETENCIA-W
                   MOVE "10" TO ST-CPD062
                ELSE
                   MOVE ZEROS TO VISTO-CP62
                   REWRITE REG-CPD062 INVALID KEY CONTINUE
                   END-REWRITE
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CPD062.

      *    LINHA ENVIADA QUE NAO EXISTE MAIS (BAIXA OU LANCAMENTO
      *    EXCLUIDO, MOVIMENTO QUE SAIU DO MES) SAI ESTORNADA E DEIXA
      *    O RETRATO.
       ESTORNA-RETIRADAS SECTION.
           MOVE 1 TO ESTORNO-W.
           MOVE COMPETENCIA-W TO COMPETENCIA-CP62.
           MOVE ZEROS         TO ORIGEM-CP62.
           MOVE SPACES        TO DOC-CP62.
           START CPD062 KEY IS NOT < CHAVE-CP62 INVALID KEY
                 MOVE "10" TO ST-CPD062.
           PERFORM UNTIL ST-CPD062 = "10"
              READ CPD062 NEXT RECORD AT END MOVE "10" TO ST-CPD062
              NOT AT END
                IF COMPETENCIA-CP62 <> COMPETENCIA-W
                   MOVE "10" TO ST-CPD062
                ELSE
                   IF VISTO-CP62 = 0
                      MOVE CONTA-CP62     TO CONTA-ACHADA-W
                      MOVE DATA-CP62      TO DATA-LINHA-W
                      MOVE VALOR-CP62     TO VALOR-LINHA-W
                      MOVE HISTORICO-CP62 TO HISTORICO-W
                      PERFORM ESCREVE-LINHA-DIARIO
                      DELETE CPD062 RECORD INVALID KEY CONTINUE
                      END-DELETE
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CPD062.
           MOVE ZEROS TO ESTORNO-W.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CPD030 CXD021 LBD101 LBD030 CPD054 CPD059 CPD060
                 CPD061 CPD062.
           EXIT PROGRAM.
