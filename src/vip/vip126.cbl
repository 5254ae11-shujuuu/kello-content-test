       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIP126.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Entrega digital do vídeo editado por link de download
      *com validade (VID126):
      *  PUBLICAR ...: registra o link publicado para o contrato/
      *                cliente, com a validade, e posta o aviso ao
      *                cliente na fila CGD018 (evento 4, CGP026);
      *  MANUTENCAO .: prorroga a validade ou revoga o link;
      *  RETORNO ....: lê o arquivo do serviço de armazenamento com a
      *                quantidade de downloads por entrega;
      *  RELATORIO ..: links que vencem nos próximos dias e entregas
      *                nunca baixadas.
      *LAYOUT DO RETORNO (POSICOES): 1-6 ENTREGA; 7-11 QUANTIDADE DE
      *DOWNLOADS; 12-19 DATA DO ÚLTIMO DOWNLOAD (AAAAMMDD); 20-27 NOVA
      *VALIDADE (AAAAMMDD, ZEROS MANTÉM).

      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - NÃO PUBLICA O LINK ENQUANTO HOUVER
      *             AMOSTRA DA SEGUNDA REVISÃO (VID132, VIP131)
      *             PENDENTE PARA O CONTRATO, NEM AMOSTRA REPROVADA
      *             CUJA EDIÇÃO AINDA NÃO FOI REFEITA E APROVADA
      *             (MOTIVO EM VID110 OU SEM ETAPA 5 EM VID111 APÓS A
      *             REJEIÇÃO).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX010.
           COPY VIPX122.
           COPY VIPX110.
           COPY VIPX111.
           COPY VIPX126.
           COPY VIPX132.
           SELECT RETORNO ASSIGN TO ARQUIVO-RETORNO-W
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ST-RETORNO.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW010.
       COPY VIPW122.
       COPY VIPW110.
       COPY VIPW111.
       COPY VIPW126.
       COPY VIPW132.
       FD  RETORNO
           LABEL RECORD IS OMITTED.
       01  REG-RETORNO.
           05  ENTREGA-RET         PIC 9(6).
           05  QT-DOWNLOADS-RET    PIC 9(5).
           05  DATA-DOWNLOAD-RET   PIC 9(8).
           05  DATA-VALIDADE-RET   PIC 9(8).
           05  FILLER              PIC X(53).
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
           COPY "CPTIME.CPY".
           COPY CGPW026C.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-VID122             PIC XX       VALUE SPACES.
           05  ST-VID126             PIC XX       VALUE SPACES.
           05  ST-VID110             PIC XX       VALUE SPACES.
           05  ST-VID111             PIC XX       VALUE SPACES.
           05  ST-VID132             PIC XX       VALUE SPACES.
           05  TEM-VID132-W          PIC 9        VALUE ZEROS.
           05  PENDENTE-2A-W         PIC 9        VALUE ZEROS.
           05  APROVADO-W            PIC 9        VALUE ZEROS.
           05  ST-RETORNO            PIC XX       VALUE SPACES.
           05  PATH-CGD010           PIC X(30)    VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  ARQUIVO-RETORNO-W     PIC X(60)    VALUE SPACES.
           05  ENTREGA-W             PIC 9(6)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(8)     VALUE ZEROS.
           05  CLASSIF-CLI-W         PIC 9        VALUE ZEROS.
           05  COD-CLIENTE-W         PIC 9(8)     VALUE ZEROS.
           05  NR-FITA-W             PIC 9(9)     VALUE ZEROS.
           05  DIAS-VALIDADE-W       PIC 9(3)     VALUE ZEROS.
           05  DIAS-AVISO-W          PIC 9(3)     VALUE ZEROS.
           05  DATA-LIMITE-W         PIC 9(8)     VALUE ZEROS.
           05  REVOGA-W              PIC X        VALUE SPACES.
           05  QT-ATUALIZADAS-W      PIC 9(5)     VALUE ZEROS.
           05  QT-NAO-ENCONTRADAS-W  PIC 9(5)     VALUE ZEROS.
           05  QT-VENCENDO-W         PIC 9(5)     VALUE ZEROS.
           05  QT-NAO-BAIXADAS-W     PIC 9(5)     VALUE ZEROS.
           05  DATA-CONV-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-DDMMAAAA-W       PIC 9(8)     VALUE ZEROS.
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
           05  FILLER              PIC X(36)   VALUE
               "ENTREGA DIGITAL - LINKS VENCENDO ATE".
           05  FILLER              PIC X       VALUE SPACES.
           05  DATA-LIMITE-REL     PIC 99/99/9999.
           05  FILLER              PIC X(14)   VALUE
               " - EMITIDO EM ".
           05  DATA-HOJE-REL       PIC 99/99/9999.
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(100)  VALUE
           "ENTREGA CONTRATO CLIENTE                         PUBLICADO  
      -    " VALIDADE   DOWNL. SITUACAO".
       01  LINTITULO.
           05  TITULO-REL          PIC X(100)  VALUE SPACES.
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINTOT.
           05  TEXTO-TOT-REL       PIC X(40)   VALUE SPACES.
           05  QT-TOT-REL          PIC ZZ.ZZ9.
       01  DATA-ED-W               PIC 99/99/9999.
       01  QT-ED-W                 PIC ZZ.ZZ9.

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
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "VID122" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID122.
           MOVE "VID126" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID126.
           MOVE "VID132" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID132.
           MOVE "VID110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID110.
           MOVE "VID111" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID111.
           OPEN INPUT CGD010 VID122.
           OPEN I-O VID126.
           IF ST-VID126 = "35"
              OPEN OUTPUT VID126
              CLOSE       VID126
              OPEN I-O    VID126
           END-IF.
      *    AMOSTRAS DA SEGUNDA REVISAO: SO EXISTE DEPOIS DO PRIMEIRO
      *    SORTEIO DO VIP131.
           OPEN INPUT VID132.
           IF ST-VID132 = "00"
              MOVE 1 TO TEM-VID132-W
              OPEN INPUT VID110 VID111
              IF ST-VID110 <> "00"
                 DISPLAY "ERRO ABERTURA VID110: " ST-VID110
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-VID111 <> "00"
                 DISPLAY "ERRO ABERTURA VID111: " ST-VID111
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           IF ST-CGD010 <> "00"
              DISPLAY "ERRO ABERTURA CGD010: " ST-CGD010
              MOVE 1 TO ERRO-W.
           IF ST-VID122 <> "00"
              DISPLAY "ERRO ABERTURA VID122: " ST-VID122
              MOVE 1 TO ERRO-W.
           IF ST-VID126 <> "00"
              DISPLAY "ERRO ABERTURA VID126: " ST-VID126
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "VIP126" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA VIP126"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-PUBLICAR  2-MANUTENCAO  3-RETORNO  "
                   "4-RELATORIO  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM PUBLICA-LINK
              WHEN 2 PERFORM MANUTENCAO-LINK
              WHEN 3 PERFORM PROCESSA-RETORNO
              WHEN 4 PERFORM RELATORIO-ENTREGAS
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    PUBLICACAO DO LINK E AVISO AO CLIENTE
      *----------------------------------------------------------------
       PUBLICA-LINK SECTION.
           DISPLAY "Contrato: ".
           ACCEPT CONTRATO-W FROM CONSOLE.
           IF TEM-VID132-W = 1
              PERFORM VERIFICA-SEGUNDA-REVISAO
              IF PENDENTE-2A-W = 1
                 DISPLAY "CONTRATO COM EDICAO EM SEGUNDA REVISAO "
                         "(VIP131) - LINK NAO PUBLICADO"
                 GO PUBLICA-LINK-FIM
              END-IF
           END-IF.
           DISPLAY "Classificacao do cliente: ".
           ACCEPT CLASSIF-CLI-W FROM CONSOLE.
           DISPLAY "Codigo do cliente: ".
           ACCEPT COD-CLIENTE-W FROM CONSOLE.
           MOVE CLASSIF-CLI-W  TO CLASSIF-CG10.
           MOVE COD-CLIENTE-W  TO CODIGO-CG10.
           READ CGD010 INVALID KEY
                DISPLAY "CLIENTE NAO CADASTRADO EM CGD010"
                GO PUBLICA-LINK-FIM
           END-READ.
           DISPLAY "CLIENTE: " NOME-CG10.
           DISPLAY "Fita digitalizada de origem (VID122, 0=nenhuma): ".
           ACCEPT NR-FITA-W FROM CONSOLE.
           IF NR-FITA-W > ZEROS
              MOVE NR-FITA-W TO NR-FITA-V122
              READ VID122 INVALID KEY
                   DISPLAY "FITA NAO MARCADA PARA DIGITALIZACAO"
                   GO PUBLICA-LINK-FIM
              END-READ
              IF CONTRATO-V122 <> CONTRATO-W
                 DISPLAY "FITA PERTENCE AO CONTRATO " CONTRATO-V122
                 GO PUBLICA-LINK-FIM
              END-IF
              IF STATUS-V122 <> 1
                 DISPLAY "DIGITALIZACAO DA FITA NAO CONCLUIDA"
                 GO PUBLICA-LINK-FIM
              END-IF
              DISPLAY "ARQUIVO: " LOCAL-DIGITAL-V122
           END-IF.
           INITIALIZE REG-VID126.
           DISPLAY "Link de download: ".
           ACCEPT LINK-V126 FROM CONSOLE.
           IF LINK-V126 = SPACES
              DISPLAY "LINK NAO INFORMADO"
              GO PUBLICA-LINK-FIM
           END-IF.
           DISPLAY "Validade em dias (0=30): ".
           ACCEPT DIAS-VALIDADE-W FROM CONSOLE.
           IF DIAS-VALIDADE-W = ZEROS
              MOVE 30 TO DIAS-VALIDADE-W
           END-IF.
           PERFORM ACHA-PROXIMA-ENTREGA.
           MOVE ENTREGA-W      TO ENTREGA-V126.
           MOVE CONTRATO-W     TO CONTRATO-V126.
           MOVE CLASSIF-CLI-W  TO CLASSIF-CLI-V126.
           MOVE COD-CLIENTE-W  TO COD-CLIENTE-V126.
           MOVE NR-FITA-W      TO NR-FITA-V126.
           MOVE DATA-HOJE-W    TO DATA-PUBLICACAO-V126.
           MOVE DATA-HOJE-W    TO GRTIME-DATE.
           MOVE DIAS-VALIDADE-W TO GRTIME-DAYS.
           MOVE "SOMA"         TO GRTIME-FUNCTION.
           MOVE "DIAS"         TO GRTIME-TYPE.
           CALL "GRTIME" USING PARAMETROS-GRTIME.
           MOVE GRTIME-DATE-FINAL TO DATA-VALIDADE-V126.
           MOVE ZEROS          TO QT-DOWNLOADS-V126 SITUACAO-V126.
           MOVE COD-USUARIO-W  TO USUARIO-V126.
           MOVE ZEROS TO ST-VID126.
           PERFORM UNTIL ST-VID126 = "10"
             WRITE REG-VID126 INVALID KEY
                 ADD 1 TO ENTREGA-V126
               NOT INVALID KEY
                 MOVE "10" TO ST-VID126.
           MOVE ZEROS TO ST-VID126.
           MOVE 4               TO CGP026-EVENTO.
           MOVE ENTREGA-V126    TO CGP026-REFERENCIA.
           MOVE CLASSIF-CLI-W   TO CGP026-CLASSIF-CLI.
           MOVE COD-CLIENTE-W   TO CGP026-COD-CLIENTE.
           MOVE CONTRATO-W      TO CGP026-CONTRATO.
           MOVE SPACES          TO CGP026-COMPLEMENTO.
           CALL "CGP026" USING PARAMETROS-W CGP026-PARAMETROS.
           CANCEL "CGP026".
           MOVE DATA-VALIDADE-V126 TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-ED-W.
           DISPLAY "ENTREGA " ENTREGA-V126 " PUBLICADA - VALIDA ATE "
                   DATA-ED-W " - AVISO POSTADO NA FILA".
       PUBLICA-LINK-FIM.
           EXIT.

      *    PENDENTE-2A-W = 1 QUANDO HA AMOSTRA PENDENTE DO CONTRATO,
      *    OU AMOSTRA REPROVADA CUJA EDICAO AINDA NAO FOI REFEITA.
       VERIFICA-SEGUNDA-REVISAO SECTION.
           MOVE ZEROS      TO PENDENTE-2A-W.
           MOVE ZEROS      TO CHAVE-V132.
           MOVE CONTRATO-W TO CONTRATO-V132.
           START VID132 KEY IS NOT < CHAVE-V132 INVALID KEY
                 MOVE "10" TO ST-VID132.
           PERFORM UNTIL ST-VID132 = "10"
              READ VID132 NEXT RECORD AT END MOVE "10" TO ST-VID132
              NOT AT END
                IF CONTRATO-V132 <> CONTRATO-W
                   MOVE "10" TO ST-VID132
                ELSE
                   IF SITUACAO-V132 = ZEROS
                      MOVE 1    TO PENDENTE-2A-W
                      MOVE "10" TO ST-VID132
                   END-IF
                   IF SITUACAO-V132 = 2
                      PERFORM VERIFICA-REPROVADA
                      IF PENDENTE-2A-W = 1
                         MOVE "10" TO ST-VID132
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID132.

      *    AMOSTRA REPROVADA PELO SENIOR: CONTINUA PENDENTE ENQUANTO O
      *    MOTIVO DE REJEICAO ESTIVER EM VID110 OU ENQUANTO NAO HOUVER
      *    CARIMBO DE APROVACAO (ETAPA 5) DEPOIS DA ULTIMA REJEICAO
      *    (ETAPA 3) EM VID111.
       VERIFICA-REPROVADA SECTION.
           MOVE CONTRATO-V132 TO CONTRATO-V110.
           MOVE ITEM-V132     TO ITEM-V110.
           MOVE TIPO-V132     TO TIPO-V110.
           READ VID110 INVALID KEY
                MOVE ZEROS TO MOTIVO-REJEICAO-V110.
           IF MOTIVO-REJEICAO-V110 > ZEROS
              MOVE 1 TO PENDENTE-2A-W
           ELSE
              MOVE ZEROS         TO APROVADO-W
              MOVE CONTRATO-V132 TO CONTRATO-V111
              MOVE ITEM-V132     TO ITEM-V111
              MOVE TIPO-V132     TO TIPO-V111
              MOVE ZEROS         TO SEQ-V111
              START VID111 KEY IS NOT < CHAVE-V111 INVALID KEY
                    MOVE "10" TO ST-VID111
              END-START
              PERFORM UNTIL ST-VID111 = "10"
                 READ VID111 NEXT RECORD AT END MOVE "10" TO ST-VID111
                 NOT AT END
                   IF CONTRATO-V111 <> CONTRATO-V132
                      OR ITEM-V111 <> ITEM-V132
                      OR TIPO-V111 <> TIPO-V132
                      MOVE "10" TO ST-VID111
                   ELSE
                      IF ETAPA-V111 = 5
                         MOVE 1 TO APROVADO-W
                      END-IF
                      IF ETAPA-V111 = 3
                         MOVE ZEROS TO APROVADO-W
                      END-IF
                   END-IF
                 END-READ
              END-PERFORM
              MOVE ZEROS TO ST-VID111
              IF APROVADO-W = ZEROS
                 MOVE 1 TO PENDENTE-2A-W
              END-IF
           END-IF.

       ACHA-PROXIMA-ENTREGA SECTION.
           MOVE ZEROS TO ENTREGA-W.
           MOVE ZEROS TO ENTREGA-V126.
           START VID126 KEY IS NOT < ENTREGA-V126 INVALID KEY
                 MOVE "10" TO ST-VID126.
           PERFORM UNTIL ST-VID126 = "10"
              READ VID126 NEXT RECORD AT END MOVE "10" TO ST-VID126
              NOT AT END
                MOVE ENTREGA-V126 TO ENTREGA-W
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID126.
           ADD 1 TO ENTREGA-W.

      *----------------------------------------------------------------
      *    PRORROGACAO DA VALIDADE OU REVOGACAO DO LINK
      *----------------------------------------------------------------
       MANUTENCAO-LINK SECTION.
           DISPLAY "Entrega: ".
           ACCEPT ENTREGA-W FROM CONSOLE.
           MOVE ENTREGA-W TO ENTREGA-V126.
           READ VID126 INVALID KEY
                DISPLAY "ENTREGA NAO ENCONTRADA NO VID126"
                GO MANUTENCAO-LINK-FIM
           END-READ.
           MOVE DATA-VALIDADE-V126 TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-ED-W.
           MOVE QT-DOWNLOADS-V126 TO QT-ED-W.
           DISPLAY "CONTRATO " CONTRATO-V126 " VALIDADE " DATA-ED-W
                   " DOWNLOADS " QT-ED-W.
           DISPLAY LINK-V126.
           IF SITUACAO-V126 = 1
              DISPLAY "LINK JA REVOGADO"
              GO MANUTENCAO-LINK-FIM
           END-IF.
           DISPLAY "Revogar o link (S/N): ".
           ACCEPT REVOGA-W FROM CONSOLE.
           IF REVOGA-W = "S" OR "s"
              MOVE 1 TO SITUACAO-V126
           ELSE
              DISPLAY "Prorrogar por quantos dias a partir de hoje "
                      "(0=nao altera): "
              ACCEPT DIAS-VALIDADE-W FROM CONSOLE
              IF DIAS-VALIDADE-W = ZEROS
                 GO MANUTENCAO-LINK-FIM
              END-IF
              MOVE DATA-HOJE-W     TO GRTIME-DATE
              MOVE DIAS-VALIDADE-W TO GRTIME-DAYS
              MOVE "SOMA"          TO GRTIME-FUNCTION
              MOVE "DIAS"          TO GRTIME-TYPE
              CALL "GRTIME" USING PARAMETROS-GRTIME
              MOVE GRTIME-DATE-FINAL TO DATA-VALIDADE-V126
           END-IF.
           MOVE COD-USUARIO-W TO USUARIO-V126.
           REWRITE REG-VID126 INVALID KEY
                DISPLAY "ERRO REGRAVACAO VID126: " ST-VID126
                GO MANUTENCAO-LINK-FIM
           END-REWRITE.
           DISPLAY "ENTREGA ATUALIZADA.".
       MANUTENCAO-LINK-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    RETORNO DO SERVICO DE ARMAZENAMENTO (DOWNLOADS)
      *----------------------------------------------------------------
       PROCESSA-RETORNO SECTION.
           MOVE ZEROS TO QT-ATUALIZADAS-W QT-NAO-ENCONTRADAS-W.
           DISPLAY "Arquivo de retorno do armazenamento: ".
           ACCEPT ARQUIVO-RETORNO-W FROM CONSOLE.
           OPEN INPUT RETORNO.
           IF ST-RETORNO <> "00"
              DISPLAY "ERRO ABRINDO RETORNO: " ST-RETORNO
              GO PROCESSA-RETORNO-FIM
           END-IF.
           PERFORM UNTIL ST-RETORNO <> "00"
              READ RETORNO AT END MOVE "10" TO ST-RETORNO
              NOT AT END
                MOVE ENTREGA-RET TO ENTREGA-V126
                READ VID126 INVALID KEY
                     DISPLAY "ENTREGA NAO ENCONTRADA: " ENTREGA-RET
                     ADD 1 TO QT-NAO-ENCONTRADAS-W
                NOT INVALID KEY
                     MOVE QT-DOWNLOADS-RET  TO QT-DOWNLOADS-V126
                     IF DATA-DOWNLOAD-RET > ZEROS
                        MOVE DATA-DOWNLOAD-RET
                          TO DATA-ULT-DOWNLOAD-V126
                     END-IF
                     IF DATA-VALIDADE-RET > ZEROS
                        MOVE DATA-VALIDADE-RET TO DATA-VALIDADE-V126
                     END-IF
                     MOVE DATA-HOJE-W TO DATA-RETORNO-V126
                     REWRITE REG-VID126 INVALID KEY CONTINUE
                     END-REWRITE
                     ADD 1 TO QT-ATUALIZADAS-W
                END-READ
              END-READ
           END-PERFORM.
           CLOSE RETORNO.
           DISPLAY "ATUALIZADAS: " QT-ATUALIZADAS-W
                   "  NAO ENCONTRADAS: " QT-NAO-ENCONTRADAS-W.
       PROCESSA-RETORNO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    LINKS VENCENDO E ENTREGAS NUNCA BAIXADAS
      *----------------------------------------------------------------
       RELATORIO-ENTREGAS SECTION.
           DISPLAY "Links que vencem nos proximos dias (0=7): ".
           ACCEPT DIAS-AVISO-W FROM CONSOLE.
           IF DIAS-AVISO-W = ZEROS
              MOVE 7 TO DIAS-AVISO-W
           END-IF.
           MOVE DATA-HOJE-W  TO GRTIME-DATE.
           MOVE DIAS-AVISO-W TO GRTIME-DAYS.
           MOVE "SOMA"       TO GRTIME-FUNCTION.
           MOVE "DIAS"       TO GRTIME-TYPE.
           CALL "GRTIME" USING PARAMETROS-GRTIME.
           MOVE GRTIME-DATE-FINAL TO DATA-LIMITE-W.
           MOVE ZEROS TO PAGE-COUNT QT-VENCENDO-W QT-NAO-BAIXADAS-W.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           MOVE "LINKS ATIVOS QUE VENCEM NO PERIODO" TO TITULO-REL.
           WRITE REG-RELAT FROM LINTITULO.
           ADD 1 TO LIN.
           MOVE ZEROS TO ENTREGA-V126.
           START VID126 KEY IS NOT < ENTREGA-V126 INVALID KEY
                 MOVE "10" TO ST-VID126.
           PERFORM UNTIL ST-VID126 = "10"
              READ VID126 NEXT RECORD AT END MOVE "10" TO ST-VID126
              NOT AT END
                IF SITUACAO-V126 = 0
                   AND DATA-VALIDADE-V126 NOT < DATA-HOJE-W
                   AND DATA-VALIDADE-V126 NOT > DATA-LIMITE-W
                   PERFORM IMPRIME-ENTREGA
                   ADD 1 TO QT-VENCENDO-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID126.
           MOVE "LINKS VENCENDO NO PERIODO ......." TO TEXTO-TOT-REL.
           MOVE QT-VENCENDO-W TO QT-TOT-REL.
           WRITE REG-RELAT FROM LINTOT AFTER 2.
           ADD 2 TO LIN.
           IF LIN > 50 PERFORM CABECALHO END-IF.
           MOVE "ENTREGAS NUNCA BAIXADAS" TO TITULO-REL.
           WRITE REG-RELAT FROM LINTITULO AFTER 2.
           ADD 2 TO LIN.
           MOVE ZEROS TO ENTREGA-V126.
           START VID126 KEY IS NOT < ENTREGA-V126 INVALID KEY
                 MOVE "10" TO ST-VID126.
           PERFORM UNTIL ST-VID126 = "10"
              READ VID126 NEXT RECORD AT END MOVE "10" TO ST-VID126
              NOT AT END
                IF SITUACAO-V126 = 0 AND QT-DOWNLOADS-V126 = ZEROS
                   PERFORM IMPRIME-ENTREGA
                   ADD 1 TO QT-NAO-BAIXADAS-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID126.
           MOVE "ENTREGAS NUNCA BAIXADAS ........." TO TEXTO-TOT-REL.
           MOVE QT-NAO-BAIXADAS-W TO QT-TOT-REL.
           WRITE REG-RELAT FROM LINTOT AFTER 2.
           CLOSE RELAT.
           DISPLAY "RELATORIO IMPRESSO.".

       IMPRIME-ENTREGA SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE ENTREGA-V126  TO LINDET-REL(1: 6).
           MOVE CONTRATO-V126 TO LINDET-REL(9: 8).
           MOVE CLASSIF-CLI-V126 TO CLASSIF-CG10.
           MOVE COD-CLIENTE-V126 TO CODIGO-CG10.
           READ CGD010 INVALID KEY MOVE SPACES TO NOME-CG10
           END-READ.
           MOVE NOME-CG10(1: 32) TO LINDET-REL(18: 32).
           MOVE DATA-PUBLICACAO-V126 TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-ED-W.
           MOVE DATA-ED-W     TO LINDET-REL(51: 10).
           MOVE DATA-VALIDADE-V126 TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-ED-W.
           MOVE DATA-ED-W     TO LINDET-REL(62: 10).
           MOVE QT-DOWNLOADS-V126 TO QT-ED-W.
           MOVE QT-ED-W       TO LINDET-REL(73: 6).
           IF DATA-VALIDADE-V126 < DATA-HOJE-W
              MOVE "VENCIDO" TO LINDET-REL(80: 8)
           ELSE
              MOVE "ATIVO"   TO LINDET-REL(80: 8)
           END-IF.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.

       CONVERTE-DATA SECTION.
           MOVE DATA-CONV-W(7: 2) TO DATA-DDMMAAAA-W(1: 2).
           MOVE DATA-CONV-W(5: 2) TO DATA-DDMMAAAA-W(3: 2).
           MOVE DATA-CONV-W(1: 4) TO DATA-DDMMAAAA-W(5: 4).

       CABECALHO SECTION.
           ADD 1 TO PAGE-COUNT.  MOVE PAGE-COUNT TO PAG-REL.
           IF PAGE-COUNT = 1
              WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           MOVE DATA-LIMITE-W TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-LIMITE-REL.
           MOVE DATA-HOJE-W   TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-HOJE-REL.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           MOVE 6 TO LIN.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD010 VID122 VID126.
           IF TEM-VID132-W = 1
              CLOSE VID132 VID110 VID111
           END-IF.
           EXIT PROGRAM.
