       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIP127.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Fila de edição de vídeo e previsão de entrega - o
      *VIP118 mede o passado, este programa projeta o que está na
      *fila:
      *  CAPACIDADE .: itens de edição por semana de cada editor
      *                (VID127, por FUNCIONARIO-V110);
      *  PRAZO ......: data de entrega do vídeo prometida ao contrato
      *                (VID128);
      *  PREVISAO ...: toma os itens de edição (TIPO-V110 = 1) sem
      *                carimbo de aprovação em VID111, na ordem de
      *                gravação de cada editor (chave alternada de
      *                VID110). Cada item pesa 1 edição mais a taxa
      *                média de retrabalho (rejeições em VID111 por
      *                item editado); item já enviado para revisão ou
      *                reapresentado pesa só a taxa; item na fila de
      *                retrabalho (VIP114) pesa 1 mais a taxa. A carga
      *                acumulada dividida pela capacidade dá a semana
      *                de término de cada item; a do contrato é a do
      *                seu último item. Contratos cuja previsão passa
      *                da data prometida saem marcados ATRASA, para o
      *                coordenador redistribuir a fila pelo VIP112.

      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - ITEM REPROVADO NA SEGUNDA REVISÃO
      *             (VIP131) VOLTA À PREVISÃO: CARIMBO DE REJEIÇÃO
      *             POSTERIOR À APROVAÇÃO ANULA A APROVAÇÃO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VIPX110.
           COPY VIPX111.
           COPY VIPX127.
           COPY VIPX128.
           COPY CGPX001.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY VIPW110.
       COPY VIPW111.
       COPY VIPW127.
       COPY VIPW128.
       COPY CGPW001.
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
           05  ST-VID127             PIC XX       VALUE SPACES.
           05  ST-VID128             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  FUNCIONARIO-W         PIC 9(6)     VALUE ZEROS.
           05  ITENS-SEMANA-W        PIC 9(3)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-PROMETIDA-W      PIC 9(8)     VALUE ZEROS.
      *    TAXA DE RETRABALHO: REJEICOES (ETAPA 3) POR ITEM COM
      *    EDICAO LANCADA (ETAPA 1) NO HISTORICO DE VID111.
           05  QT-ITENS-HIST-W       PIC 9(6)     VALUE ZEROS.
           05  QT-REJEICOES-W        PIC 9(6)     VALUE ZEROS.
           05  TAXA-RETRAB-W         PIC 9(2)V9999 VALUE ZEROS.
           05  TEM-ITEM-W            PIC 9        VALUE ZEROS.
           05  TEVE-ETAPA1-W         PIC 9        VALUE ZEROS.
           05  ITEM-CONTRATO-W       PIC 9(8)     VALUE ZEROS.
           05  ITEM-ITEM-W           PIC 9(2)     VALUE ZEROS.
           05  ITEM-TIPO-W           PIC 9        VALUE ZEROS.
      *    SITUACAO DO ITEM CORRENTE DE VID110 NOS CARIMBOS
           05  APROVADO-W            PIC 9        VALUE ZEROS.
           05  ULT-ETAPA-W           PIC 9        VALUE ZEROS.
           05  PESO-ITEM-W           PIC 9(2)V9999 VALUE ZEROS.
           05  CARGA-ACUM-W          PIC 9(5)V9999 VALUE ZEROS.
           05  SEMANA-W              PIC 9(3)     VALUE ZEROS.
           05  EDITOR-ATUAL-W        PIC 9(6)     VALUE ZEROS.
           05  DATA-PREVISTA-W       PIC 9(8)     VALUE ZEROS.
           05  QT-ATRASA-W           PIC 9(4)     VALUE ZEROS.
           05  QT-EXCEDEU-W          PIC 9(4)     VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  IND-E                 PIC 9(2)     VALUE ZEROS.
           05  IND-C                 PIC 9(3)     VALUE ZEROS.
           05  IND-D                 PIC 9(3)     VALUE ZEROS.
      *    CARGA POR EDITOR (ATE 50, COMO NO VIP118)
           05  TAB-EDITOR.
               10  TED-OCC OCCURS 50 TIMES.
                   15  TED-CODIGO    PIC 9(6).
                   15  TED-CAPAC     PIC 9(3).
                   15  TED-ITENS     PIC 9(5).
                   15  TED-RETRAB    PIC 9(5).
                   15  TED-CARGA     PIC 9(5)V99.
                   15  TED-SEMANAS   PIC 9(3).
           05  QT-EDITORES-W         PIC 9(2)     VALUE ZEROS.
      *    PREVISAO POR CONTRATO (ATE 500), MANTIDA EM ORDEM DE
      *    CONTRATO. SEM-CAPAC = 1 QUANDO ALGUM ITEM ESTA COM
      *    EDITOR SEM CAPACIDADE CADASTRADA (SEM PREVISAO).
           05  TAB-CONTRATO.
               10  TC-OCC OCCURS 500 TIMES.
                   15  TC-CONTRATO   PIC 9(8).
                   15  TC-ITENS      PIC 9(4).
                   15  TC-SEMANA     PIC 9(3).
                   15  TC-SEM-CAPAC  PIC 9.
           05  QT-CONTRATOS-W        PIC 9(3)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
       01  CAB01.
           05  FILLER              PIC X(44)   VALUE
               "PREVISAO DE ENTREGA DA FILA DE EDICAO".
           05  FILLER              PIC X(06)   VALUE "DATA: ".
           05  DATA-CAB01          PIC 9(8).
       01  CAB02.
           05  FILLER              PIC X(90)   VALUE ALL "=".
       01  CAB03.
           05  FILLER              PIC X(38)   VALUE "EDITOR NOME".
           05  FILLER              PIC X(22)   VALUE
               "CAP/SEM ITENS  RETRAB".
           05  FILLER              PIC X(16)   VALUE
               "   CARGA SEMANAS".
       01  CAB04.
           05  FILLER              PIC X(50)   VALUE
               "CONTRATO  ITENS SEM.  PREVISTO  PROMETID  SITUACAO".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINTOT.
           05  FILLER              PIC X(32)   VALUE
               "TAXA MEDIA DE RETRABALHO/ITEM: ".
           05  TAXA-REL            PIC Z9,9999.
           05  FILLER              PIC X(21)   VALUE
               "   CONTRATOS ATRASA: ".
           05  QT-ATRASA-REL       PIC ZZZ9.
       01  CARGA-E                 PIC ZZZZ9,99.

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
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "VID110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID110.
           MOVE "VID111" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID111.
           MOVE "VID127" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID127.
           MOVE "VID128" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID128.
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           OPEN INPUT VID110 VID111 CGD001.
           OPEN I-O VID127.
           IF ST-VID127 = "35"
              OPEN OUTPUT VID127
              CLOSE       VID127
              OPEN I-O    VID127
           END-IF.
           OPEN I-O VID128.
           IF ST-VID128 = "35"
              OPEN OUTPUT VID128
              CLOSE       VID128
              OPEN I-O    VID128
           END-IF.
           IF ST-VID110 <> "00"
              DISPLAY "ERRO ABERTURA VID110: " ST-VID110
              MOVE 1 TO ERRO-W.
           IF ST-VID111 <> "00"
              DISPLAY "ERRO ABERTURA VID111: " ST-VID111
              MOVE 1 TO ERRO-W.
           IF ST-CGD001 <> "00"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.

       PROCESSA-OPCOES SECTION.
           DISPLAY "OPCAO (1-CAPACIDADE  2-PRAZO  3-PREVISAO  "
                   "9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM MANUTENCAO-CAPACIDADE
              WHEN 2 PERFORM MANUTENCAO-PRAZO
              WHEN 3 PERFORM EMITE-PREVISAO
              WHEN OTHER CONTINUE
           END-EVALUATE.

       MANUTENCAO-CAPACIDADE SECTION.
           DISPLAY "Editor (CGD001): ".
           ACCEPT FUNCIONARIO-W FROM CONSOLE.
           MOVE FUNCIONARIO-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                DISPLAY "EDITOR NAO CADASTRADO EM CGD001"
                GO MANUTENCAO-CAPACIDADE-FIM
           END-READ.
           MOVE FUNCIONARIO-W TO FUNCIONARIO-V127.
           READ VID127 INVALID KEY
                INITIALIZE REG-VID127
                MOVE FUNCIONARIO-W TO FUNCIONARIO-V127
           END-READ.
           DISPLAY NOME-CG01 " - CAPACIDADE ATUAL: "
                   ITENS-SEMANA-V127 " ITENS/SEMANA".
           DISPLAY "Itens de edicao por semana (0 = exclui): ".
           ACCEPT ITENS-SEMANA-W FROM CONSOLE.
           IF ITENS-SEMANA-W = ZEROS
              DELETE VID127 INVALID KEY CONTINUE END-DELETE
              DISPLAY "CAPACIDADE EXCLUIDA."
              GO MANUTENCAO-CAPACIDADE-FIM
           END-IF.
           MOVE ITENS-SEMANA-W TO ITENS-SEMANA-V127.
           MOVE DATA-HOJE-W    TO DATA-ALTERACAO-V127.
           MOVE COD-USUARIO-W  TO USUARIO-V127.
           WRITE REG-VID127 INVALID KEY
                 REWRITE REG-VID127 INVALID KEY CONTINUE
                 END-REWRITE
           END-WRITE.
           DISPLAY "CAPACIDADE GRAVADA.".
       MANUTENCAO-CAPACIDADE-FIM.
           EXIT.

       MANUTENCAO-PRAZO SECTION.
           DISPLAY "Contrato: ".
           ACCEPT CONTRATO-W FROM CONSOLE.
           IF CONTRATO-W = ZEROS
              GO MANUTENCAO-PRAZO-FIM
           END-IF.
           MOVE CONTRATO-W TO CONTRATO-V128.
           READ VID128 INVALID KEY
                INITIALIZE REG-VID128
                MOVE CONTRATO-W TO CONTRATO-V128
           END-READ.
           DISPLAY "ENTREGA PROMETIDA ATUAL: " DATA-PROMETIDA-V128.
           DISPLAY "Data prometida (AAAAMMDD, 0 = exclui): ".
           ACCEPT DATA-PROMETIDA-W FROM CONSOLE.
           IF DATA-PROMETIDA-W = ZEROS
              DELETE VID128 INVALID KEY CONTINUE END-DELETE
              DISPLAY "PRAZO EXCLUIDO."
              GO MANUTENCAO-PRAZO-FIM
           END-IF.
           IF DATA-PROMETIDA-W(5: 2) < "01"
              OR DATA-PROMETIDA-W(5: 2) > "12"
              OR DATA-PROMETIDA-W(7: 2) < "01"
              OR DATA-PROMETIDA-W(7: 2) > "31"
              DISPLAY "DATA INVALIDA"
              GO MANUTENCAO-PRAZO-FIM
           END-IF.
           MOVE DATA-PROMETIDA-W TO DATA-PROMETIDA-V128.
           MOVE DATA-HOJE-W      TO DATA-ALTERACAO-V128.
           MOVE COD-USUARIO-W    TO USUARIO-V128.
           WRITE REG-VID128 INVALID KEY
                 REWRITE REG-VID128 INVALID KEY CONTINUE
                 END-REWRITE
           END-WRITE.
           DISPLAY "PRAZO GRAVADO.".
       MANUTENCAO-PRAZO-FIM.
           EXIT.

       EMITE-PREVISAO SECTION.
           MOVE ZEROS TO QT-EDITORES-W QT-CONTRATOS-W QT-ATRASA-W
                         QT-EXCEDEU-W EDITOR-ATUAL-W.
           PERFORM CALCULA-TAXA-RETRABALHO.
           PERFORM PROJETA-FILA.
           IF QT-EXCEDEU-W > ZEROS
              DISPLAY "ATENCAO: " QT-EXCEDEU-W " ITENS DE CONTRATOS "
                      "ALEM DO LIMITE DE 500 FICARAM FORA"
           END-IF.
           OPEN OUTPUT RELAT.
           MOVE DATA-HOJE-W TO DATA-CAB01.
           WRITE REG-RELAT FROM CAB01.
           WRITE REG-RELAT FROM CAB02.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB02.
           MOVE 4 TO LIN.
           PERFORM IMPRIME-EDITORES.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB02.
           ADD 3 TO LIN.
           PERFORM IMPRIME-CONTRATOS.
           WRITE REG-RELAT FROM CAB02.
           MOVE TAXA-RETRAB-W TO TAXA-REL.
           MOVE QT-ATRASA-W   TO QT-ATRASA-REL.
           WRITE REG-RELAT FROM LINTOT.
           IF QT-ATRASA-W > ZEROS
              MOVE SPACES TO LINDET-REL
              MOVE "REDISTRIBUIR A FILA DOS CONTRATOS MARCADOS ATRASA PE
      -            "LO VIP112" TO LINDET-REL
              WRITE REG-RELAT FROM LINDET
           END-IF.
           CLOSE RELAT.
           DISPLAY "PREVISAO EMITIDA - CONTRATOS QUE ATRASAM: "
                   QT-ATRASA-W.

      *    UMA PASSADA NO HISTORICO DE CARIMBOS: ITENS QUE TIVERAM
      *    EDICAO LANCADA E TOTAL DE REJEICOES. OS CARIMBOS DO MESMO
      *    ITEM SAO CONTIGUOS NA CHAVE (MESMA VIRADA DO VIP118).
       CALCULA-TAXA-RETRABALHO SECTION.
           MOVE ZEROS TO QT-ITENS-HIST-W QT-REJEICOES-W TAXA-RETRAB-W
                         TEM-ITEM-W TEVE-ETAPA1-W.
           INITIALIZE CHAVE-V111.
           START VID111 KEY IS NOT < CHAVE-V111 INVALID KEY
                 MOVE "10" TO ST-VID111.
           PERFORM UNTIL ST-VID111 = "10"
              READ VID111 NEXT RECORD AT END MOVE "10" TO ST-VID111
              NOT AT END
                IF TEM-ITEM-W = 1
                   AND (CONTRATO-V111 <> ITEM-CONTRATO-W
                        OR ITEM-V111 <> ITEM-ITEM-W
                        OR TIPO-V111 <> ITEM-TIPO-W)
                   ADD TEVE-ETAPA1-W TO QT-ITENS-HIST-W
                   MOVE ZEROS TO TEVE-ETAPA1-W
                END-IF
                MOVE 1 TO TEM-ITEM-W
                MOVE CONTRATO-V111 TO ITEM-CONTRATO-W
                MOVE ITEM-V111     TO ITEM-ITEM-W
                MOVE TIPO-V111     TO ITEM-TIPO-W
                IF ETAPA-V111 = 1
                   MOVE 1 TO TEVE-ETAPA1-W
                END-IF
                IF ETAPA-V111 = 3
                   ADD 1 TO QT-REJEICOES-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID111.
           ADD TEVE-ETAPA1-W TO QT-ITENS-HIST-W.
           IF QT-ITENS-HIST-W > ZEROS
              COMPUTE TAXA-RETRAB-W ROUNDED =
                      QT-REJEICOES-W / QT-ITENS-HIST-W
           END-IF.

      *    ITENS DE EDICAO NA ORDEM DA CHAVE ALTERNADA DO EDITOR
      *    (DENTRO DO EDITOR, ORDEM DE GRAVACAO = ORDEM DA FILA).
       PROJETA-FILA SECTION.
           MOVE ZEROS TO FUNCIONARIO-V110.
           START VID110 KEY IS NOT < FUNCIONARIO-V110 INVALID KEY
                 MOVE "10" TO ST-VID110.
           PERFORM UNTIL ST-VID110 = "10"
              READ VID110 NEXT RECORD AT END MOVE "10" TO ST-VID110
              NOT AT END
                IF TIPO-V110 = 1 AND FUNCIONARIO-V110 > ZEROS
                   PERFORM AVALIA-ITEM-FILA
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID110.

       AVALIA-ITEM-FILA SECTION.
           PERFORM SITUACAO-CARIMBOS.
           IF APROVADO-W = 1
              GO AVALIA-ITEM-FILA-FIM
           END-IF.
           IF FUNCIONARIO-V110 <> EDITOR-ATUAL-W
              PERFORM NOVO-EDITOR
           END-IF.
           IF IND-E = ZEROS
              GO AVALIA-ITEM-FILA-FIM
           END-IF.
           EVALUATE TRUE
              WHEN MOTIVO-REJEICAO-V110 > ZEROS
              WHEN ULT-ETAPA-W = 3
                 COMPUTE PESO-ITEM-W = 1 + TAXA-RETRAB-W
                 ADD 1 TO TED-RETRAB(IND-E)
              WHEN ULT-ETAPA-W = 2
              WHEN ULT-ETAPA-W = 4
                 MOVE TAXA-RETRAB-W TO PESO-ITEM-W
              WHEN OTHER
                 COMPUTE PESO-ITEM-W = 1 + TAXA-RETRAB-W
           END-EVALUATE.
           ADD 1           TO TED-ITENS(IND-E).
           ADD PESO-ITEM-W TO CARGA-ACUM-W.
           MOVE CARGA-ACUM-W TO TED-CARGA(IND-E).
           MOVE ZEROS TO SEMANA-W.
           IF TED-CAPAC(IND-E) > ZEROS
              COMPUTE SEMANA-W = CARGA-ACUM-W / TED-CAPAC(IND-E)
              IF SEMANA-W * TED-CAPAC(IND-E) < CARGA-ACUM-W
                 ADD 1 TO SEMANA-W
              END-IF
              IF SEMANA-W = ZEROS
                 MOVE 1 TO SEMANA-W
              END-IF
              MOVE SEMANA-W TO TED-SEMANAS(IND-E)
           END-IF.
           PERFORM ACUMULA-CONTRATO.
       AVALIA-ITEM-FILA-FIM.
           EXIT.

      *    CARIMBOS DO ITEM EM VID111: APROVADO SE HOUVER ETAPA 5;
      *    ULT-ETAPA = ETAPA DO ULTIMO CARIMBO (MAIOR SEQUENCIA).
       SITUACAO-CARIMBOS SECTION.
           MOVE ZEROS TO APROVADO-W ULT-ETAPA-W.
           MOVE CONTRATO-V110 TO CONTRATO-V111.
           MOVE ITEM-V110     TO ITEM-V111.
           MOVE TIPO-V110     TO TIPO-V111.
           MOVE ZEROS         TO SEQ-V111.
           START VID111 KEY IS NOT < CHAVE-V111 INVALID KEY
                 MOVE "10" TO ST-VID111.
           PERFORM UNTIL ST-VID111 = "10"
              READ VID111 NEXT RECORD AT END MOVE "10" TO ST-VID111
              NOT AT END
                IF CONTRATO-V111 <> CONTRATO-V110
                   OR ITEM-V111 <> ITEM-V110
                   OR TIPO-V111 <> TIPO-V110
                   MOVE "10" TO ST-VID111
                ELSE
                   MOVE ETAPA-V111 TO ULT-ETAPA-W
                   IF ETAPA-V111 = 5
                      MOVE 1 TO APROVADO-W
                   END-IF
                   IF ETAPA-V111 = 3
                      MOVE ZEROS TO APROVADO-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID111.

       NOVO-EDITOR SECTION.
           MOVE FUNCIONARIO-V110 TO EDITOR-ATUAL-W.
           MOVE ZEROS TO CARGA-ACUM-W IND-E.
           IF QT-EDITORES-W NOT < 50
              DISPLAY "LIMITE DE 50 EDITORES - EDITOR "
                      FUNCIONARIO-V110 " FORA DA PREVISAO"
              GO NOVO-EDITOR-FIM
           END-IF.
           ADD 1 TO QT-EDITORES-W.
           MOVE QT-EDITORES-W    TO IND-E.
           MOVE FUNCIONARIO-V110 TO TED-CODIGO(IND-E).
           MOVE ZEROS TO TED-CAPAC(IND-E) TED-ITENS(IND-E)
                         TED-RETRAB(IND-E) TED-CARGA(IND-E)
                         TED-SEMANAS(IND-E).
           MOVE FUNCIONARIO-V110 TO FUNCIONARIO-V127.
           READ VID127 INVALID KEY CONTINUE
           NOT INVALID KEY
                MOVE ITENS-SEMANA-V127 TO TED-CAPAC(IND-E)
           END-READ.
       NOVO-EDITOR-FIM.
           EXIT.

      *    LOCALIZA O CONTRATO NA TABELA (EM ORDEM) OU O INSERE NA
      *    POSICAO, E GUARDA A MAIOR SEMANA DOS SEUS ITENS.
       ACUMULA-CONTRATO SECTION.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING IND-C FROM 1 BY 1
                     UNTIL IND-C > QT-CONTRATOS-W
                        OR TC-CONTRATO(IND-C) NOT < CONTRATO-V110
              CONTINUE
           END-PERFORM.
           IF IND-C NOT > QT-CONTRATOS-W
              IF TC-CONTRATO(IND-C) = CONTRATO-V110
                 MOVE 1 TO ACHOU-W
              END-IF
           END-IF.
           IF ACHOU-W = 0
              IF QT-CONTRATOS-W NOT < 500
                 ADD 1 TO QT-EXCEDEU-W
                 GO ACUMULA-CONTRATO-FIM
              END-IF
              PERFORM VARYING IND-D FROM QT-CONTRATOS-W BY -1
                        UNTIL IND-D < IND-C
                 MOVE TC-OCC(IND-D) TO TC-OCC(IND-D + 1)
              END-PERFORM
              ADD 1 TO QT-CONTRATOS-W
              MOVE CONTRATO-V110 TO TC-CONTRATO(IND-C)
              MOVE ZEROS TO TC-ITENS(IND-C) TC-SEMANA(IND-C)
                            TC-SEM-CAPAC(IND-C)
           END-IF.
           ADD 1 TO TC-ITENS(IND-C).
           IF TED-CAPAC(IND-E) = ZEROS
              MOVE 1 TO TC-SEM-CAPAC(IND-C)
           ELSE
              IF SEMANA-W > TC-SEMANA(IND-C)
                 MOVE SEMANA-W TO TC-SEMANA(IND-C)
              END-IF
           END-IF.
       ACUMULA-CONTRATO-FIM.
           EXIT.

       IMPRIME-EDITORES SECTION.
           PERFORM VARYING IND-E FROM 1 BY 1
                     UNTIL IND-E > QT-EDITORES-W
              IF TED-ITENS(IND-E) > ZEROS
                 MOVE TED-CODIGO(IND-E) TO CODIGO-CG01
                 READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
                 END-READ
                 MOVE SPACES TO LINDET-REL
                 MOVE TED-CODIGO(IND-E)  TO LINDET-REL(1: 6)
                 MOVE NOME-CG01          TO LINDET-REL(8: 30)
                 IF TED-CAPAC(IND-E) = ZEROS
                    MOVE "SEM CAP" TO LINDET-REL(39: 7)
                 ELSE
                    MOVE TED-CAPAC(IND-E) TO LINDET-REL(43: 3)
                 END-IF
                 MOVE TED-ITENS(IND-E)   TO LINDET-REL(47: 5)
                 MOVE TED-RETRAB(IND-E)  TO LINDET-REL(54: 5)
                 MOVE TED-CARGA(IND-E)   TO CARGA-E
                 MOVE CARGA-E            TO LINDET-REL(61: 8)
                 MOVE TED-SEMANAS(IND-E) TO LINDET-REL(74: 3)
                 PERFORM GRAVA-LINHA
              END-IF
           END-PERFORM.

       IMPRIME-CONTRATOS SECTION.
           PERFORM VARYING IND-C FROM 1 BY 1
                     UNTIL IND-C > QT-CONTRATOS-W
              MOVE SPACES TO LINDET-REL
              MOVE TC-CONTRATO(IND-C) TO LINDET-REL(1: 8)
              MOVE TC-ITENS(IND-C)    TO LINDET-REL(11: 4)
              MOVE ZEROS TO DATA-PREVISTA-W DATA-PROMETIDA-W
              MOVE TC-CONTRATO(IND-C) TO CONTRATO-V128
              READ VID128 INVALID KEY CONTINUE
              NOT INVALID KEY
                   MOVE DATA-PROMETIDA-V128 TO DATA-PROMETIDA-W
              END-READ
              IF TC-SEM-CAPAC(IND-C) = 1
                 MOVE "SEM CAPACIDADE" TO LINDET-REL(43: 14)
              ELSE
                 MOVE TC-SEMANA(IND-C) TO LINDET-REL(17: 3)
                 COMPUTE DATA-PREVISTA-W = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(DATA-HOJE-W)
                     + TC-SEMANA(IND-C) * 7)
                 MOVE DATA-PREVISTA-W  TO LINDET-REL(23: 8)
                 IF DATA-PROMETIDA-W = ZEROS
                    MOVE "SEM PRAZO" TO LINDET-REL(43: 9)
                 ELSE
                    IF DATA-PREVISTA-W > DATA-PROMETIDA-W
                       MOVE "*** ATRASA" TO LINDET-REL(43: 10)
                       ADD 1 TO QT-ATRASA-W
                    ELSE
                       MOVE "NO PRAZO" TO LINDET-REL(43: 8)
                    END-IF
                 END-IF
              END-IF
              IF DATA-PROMETIDA-W > ZEROS
                 MOVE DATA-PROMETIDA-W TO LINDET-REL(33: 8)
              END-IF
              PERFORM GRAVA-LINHA
           END-PERFORM.

       GRAVA-LINHA SECTION.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56
              WRITE REG-RELAT FROM CAB02 AFTER PAGE
              MOVE 1 TO LIN
           END-IF.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE VID110 VID111 VID127 VID128 CGD001.
           EXIT PROGRAM.
