      *os itens do contrato em LBD219 e devolve bloqueado quando:
      *  - item de VIDEO tem rejeição aberta em VID110 (ou nenhuma
      *    edição registrada);
      *  - item de ALBUM ainda não tem etiqueta impressa (MTD021) ou
      *    a ordem de produção dele (LBD226, LBP139) ainda não chegou
      *    em "pronto para expedição".
      *Contrato sem itens cadastrados é liberado (adoção gradual,
      *critério do LOG008). Remessa com liberação de supervisor
      *registrada em LBD221 (LBP221) passa mesmo com pendências - a
      *pendência sai na lista com a marca do override.

      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - VID110 COM CONTRATO 9(8): A LEITURA USA
      *             O CONTRATO DA ÁREA DE PARÂMETROS SEM TRUNCAR.
      *15/10/2026 - INCLUSÃO - ITEM DE ÁLBUM PENDENTE ATÉ A ORDEM DE
      *             PRODUÇÃO (LBD226) CHEGAR NA ETAPA 6 - PRONTO PARA
      *             EXPEDIÇÃO; SEM O ARQUIVO LBD226 NA EMPRESA A
      *             CRÍTICA DA ORDEM FICA DESATIVADA.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.
       FILE-CONTROL.
           COPY LBPX219.
           COPY LBPX221.
           COPY LBPX226.
           COPY VIPX110.
           COPY mtpx021.

       FILE SECTION.
       COPY LBPW219.
       COPY LBPW221.
       COPY LBPW226.
       COPY VIPW110.
       COPY mtpw021.
       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-LBD219             PIC XX       VALUE SPACES.
           05  ST-LBD221             PIC XX       VALUE SPACES.
           05  ST-LBD226             PIC XX       VALUE SPACES.
           05  ST-VID110             PIC XX       VALUE SPACES.
           05  ST-MTD021             PIC XX       VALUE SPACES.
           05  PATH-MTD021           PIC X(30)    VALUE SPACES.
           05  TEM-EDICAO-W          PIC 9        VALUE ZEROS.
           05  TEM-REJEICAO-W        PIC 9        VALUE ZEROS.
           05  TEM-ETIQUETA-W        PIC 9        VALUE ZEROS.
           05  TEM-OVERRIDE-W        PIC 9        VALUE ZEROS.
           05  TEM-LBD226-W          PIC 9        VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
           MOVE "LBD221" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD221.
           MOVE "VID110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID110.
           MOVE "MTD021" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-MTD021.
           MOVE "LBD226" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD226.
           OPEN INPUT LBD219.
      *    SEM ARQUIVO DE ITENS O CONTROLE AINDA NAO FOI ADOTADO -
      *    A LIBERACAO CONTINUA LIVRE.
           END-IF.
           OPEN INPUT VID110.
           OPEN INPUT MTD021.
      *    SEM ARQUIVO DE ORDENS DE PRODUCAO O ALBUM SO DEPENDE DA
      *    ETIQUETA, COMO ANTES DA ADOCAO DO LBP139.
           MOVE ZEROS TO TEM-LBD226-W.
           OPEN INPUT LBD226.
           IF ST-LBD226 = "00"
              MOVE 1 TO TEM-LBD226-W
           END-IF.
           PERFORM VERIFICA-ITENS-CONTRATO.
           CLOSE VID110 MTD021.
           IF TEM-LBD226-W = 1
              CLOSE LBD226
           END-IF.
           CLOSE LBD219.
           IF LBP220-QT-PEND > ZEROS
              PERFORM VERIFICA-OVERRIDE

       VERIFICA-ITEM-VIDEO SECTION.
           MOVE ZEROS TO TEM-EDICAO-W TEM-REJEICAO-W.
           MOVE LBP220-CONTRATO TO CONTRATO-V110.
           MOVE ZEROS       TO ITEM-V110 TIPO-V110.
           START VID110 KEY IS NOT < CHAVE-V110 INVALID KEY
                 MOVE "10" TO ST-VID110.
           PERFORM UNTIL ST-VID110 = "10"
              READ VID110 NEXT RECORD AT END MOVE "10" TO ST-VID110
              NOT AT END
                IF CONTRATO-V110 <> LBP220-CONTRATO
                   MOVE "10" TO ST-VID110
                ELSE
                   MOVE 1 TO TEM-EDICAO-W
                        INTO LBP220-PENDENCIA(LBP220-QT-PEND)
              END-IF
           END-IF.
           IF TEM-LBD226-W = 1
              PERFORM VERIFICA-ORDEM-ALBUM
           END-IF.

      *    ORDEM DE PRODUCAO DO ALBUM (LBP139): PENDENTE ATE A ETAPA
      *    6 - PRONTO PARA EXPEDICAO.
       VERIFICA-ORDEM-ALBUM SECTION.
           MOVE LBP220-CONTRATO TO CONTRATO-L226.
           MOVE ITEM-L219       TO ITEM-L226.
           READ LBD226 INVALID KEY
                MOVE ZEROS TO ETAPA-L226
           END-READ.
           IF ETAPA-L226 = 6 OR LBP220-QT-PEND NOT < 5
              GO VERIFICA-ORDEM-ALBUM-FIM
           END-IF.
           ADD 1 TO LBP220-QT-PEND.
           MOVE SPACES TO LBP220-PENDENCIA(LBP220-QT-PEND).
           IF ETAPA-L226 = ZEROS
              STRING "ITEM " ITEM-L219
                     " ALBUM SEM ORDEM DE PRODUCAO (LBP139)"
                     DELIMITED BY SIZE
                     INTO LBP220-PENDENCIA(LBP220-QT-PEND)
           ELSE
              STRING "ITEM " ITEM-L219
                     " ALBUM NA ETAPA " ETAPA-L226
                     " DA PRODUCAO, NAO PRONTO (LBP139)"
                     DELIMITED BY SIZE
                     INTO LBP220-PENDENCIA(LBP220-QT-PEND)
           END-IF.
       VERIFICA-ORDEM-ALBUM-FIM.
           EXIT.

      *    LIBERACAO DE SUPERVISOR REGISTRADA PELO LBP221 PARA ESTA
      *    REMESSA: PASSA, MAS A PRIMEIRA PENDENCIA GANHA A MARCA DO
