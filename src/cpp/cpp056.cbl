      *13-20 DATA DA BAIXA (AAAAMMDD); 21-33 VALOR PAGO (11 INTEIROS
      *+ 2 DECIMAIS, SEM VIRGULA). DEMAIS TIPOS DE REGISTRO (HEADER/
      *TRAILER) SAO IGNORADOS.
      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - BAIXA PARCIAL: CADA ITEM PAGO GRAVA
      *             UMA NOVA SEQUENCIA DE BAIXA EM CPD030 COM O SALDO
      *             RESTANTE; O TITULO SO PASSA A BAIXADO QUANDO O
      *             TOTAL PAGO ALCANCA O VALOR DO TITULO. ITEM REPETIDO
      *             (MESMA DATA E VALOR JA BAIXADOS) VAI PARA EXCECAO.
      *15/10/2026 - ALTERAÇÃO - BAIXA COM DATA EM COMPETÊNCIA JÁ
      *             FECHADA NO CPP071 (CONSULTA PELO CPP079) VAI PARA
      *             A LISTA DE EXCEÇÕES SEM GRAVAR.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           05  QT-BAIXADOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-EXCECOES-W         PIC 9(5)     VALUE ZEROS.
           05  TOTAL-BAIXADO-W       PIC 9(11)V99 VALUE ZEROS.
           05  QT-PARCIAIS-W         PIC 9(5)     VALUE ZEROS.
           05  TOTAL-PAGO-W          PIC 9(9)V99  VALUE ZEROS.
           05  ULT-SEQ-BAIXA-W       PIC 9(3)     VALUE ZEROS.
           05  BAIXA-REPETIDA-W      PIC 9        VALUE ZEROS.
           COPY "PARAMETR".
           COPY CPPW079C.
       01  CAB01.
           05  FILLER              PIC X(50)   VALUE
               "PROCESSAMENTO DE RETORNO BANCARIO - CONTAS A PAGAR".
       01  LINTOT2.
           05  FILLER          PIC X(25) VALUE "EXCECOES...........: ".
           05  QT-EXCECOES-REL     PIC ZZ.ZZ9.
       01  LINTOT4.
           05  FILLER          PIC X(25) VALUE "BAIXAS PARCIAIS....: ".
           05  QT-PARCIAIS-REL     PIC ZZ.ZZ9.
       01  LINTOT3.
           05  FILLER          PIC X(25) VALUE "VALOR BAIXADO......: ".
           05  TOTAL-BAIXADO-REL   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W QT-BAIXADOS-W QT-EXCECOES-W
                         TOTAL-BAIXADO-W QT-PARCIAIS-W.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CPD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "CPD030" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD030.
           MOVE QT-BAIXADOS-W   TO QT-BAIXADOS-REL.
           MOVE QT-EXCECOES-W   TO QT-EXCECOES-REL.
           MOVE TOTAL-BAIXADO-W TO TOTAL-BAIXADO-REL.
           MOVE QT-PARCIAIS-W   TO QT-PARCIAIS-REL.
           WRITE REG-RELAT FROM LINTOT1 AFTER 2.
           WRITE REG-RELAT FROM LINTOT4.
           WRITE REG-RELAT FROM LINTOT2.
           WRITE REG-RELAT FROM LINTOT3.
           DISPLAY "BAIXADOS: " QT-BAIXADOS-W
                   "  PARCIAIS: " QT-PARCIAIS-W
                   "  EXCECOES: " QT-EXCECOES-W.

       PROCESSA-ITEM-PAGO SECTION.
           END-READ.
           MOVE FORNEC-CP43 TO LINDET-REL(14: 6).
           MOVE SEQ-CP43    TO LINDET-REL(21: 5).
      *    MES JA FECHADO E ENVIADO AO CONTADOR NAO RECEBE BAIXA.
           MOVE DATA-BAIXA-RET TO CPP079-DATA.
           CALL "CPP079" USING PARAMETROS-W CPP079-PARAMETROS.
           CANCEL "CPP079".
           IF CPP079-FECHADA = 1
              ADD 1 TO QT-EXCECOES-W
              MOVE "COMPETENCIA FECHADA (CPP071)"
                TO LINDET-REL(53: 30)
              PERFORM IMPRIME-LINHA
              GO PROCESSA-ITEM-PAGO-FIM
           END-IF.
      *    O TITULO E LIDO ANTES DE QUALQUER GRAVACAO - ITEM DE
      *    RETORNO SEM TITULO NAO PODE DEIXAR BAIXA ORFA EM CPD030.
           MOVE FORNEC-CP43 TO FORNEC-CP20.
                PERFORM IMPRIME-LINHA
                GO PROCESSA-ITEM-PAGO-FIM
           END-READ.
           IF SITUACAO-CP20 = 2
              ADD 1 TO QT-EXCECOES-W
              MOVE "TITULO JA BAIXADO EM CPD030"
                TO LINDET-REL(53: 30)
              PERFORM IMPRIME-LINHA
              GO PROCESSA-ITEM-PAGO-FIM
           END-IF.
      *    O TITULO PODE TER BAIXAS PARCIAIS ANTERIORES: SOMA O QUE JA
      *    FOI PAGO E ACHA A PROXIMA SEQUENCIA DE BAIXA. O MESMO ITEM
      *    REENVIADO PELO BANCO (MESMA DATA E VALOR) NAO BAIXA DE NOVO.
           PERFORM SOMA-BAIXAS-TITULO.
           IF BAIXA-REPETIDA-W = 1
              ADD 1 TO QT-EXCECOES-W
              MOVE "BAIXA JA REGISTRADA EM CPD030"
                TO LINDET-REL(53: 30)
              PERFORM IMPRIME-LINHA
              GO PROCESSA-ITEM-PAGO-FIM
           END-IF.
           IF ULT-SEQ-BAIXA-W = 999
              ADD 1 TO QT-EXCECOES-W
              MOVE "LIMITE DE BAIXAS DO TITULO"
                TO LINDET-REL(53: 30)
              PERFORM IMPRIME-LINHA
              GO PROCESSA-ITEM-PAGO-FIM
           END-IF.
           ADD VALOR-PAGO-RET TO TOTAL-PAGO-W.
           MOVE FORNEC-CP43 TO FORNEC-CP30.
           MOVE SEQ-CP43    TO SEQ-CP30.
           ADD 1 ULT-SEQ-BAIXA-W GIVING SEQ-BAIXA-CP30.
           MOVE SPACES      TO CODIGO-COMPL-CP30.
           MOVE VALOR-PAGO-RET TO VALOR-BAIXADO-CP30.
           MOVE DATA-BAIXA-RET TO DATA-BAIXA-CP30.
           MOVE ZEROS       TO SALDO-CP30.
           IF VALOR-TOT-CP20 > TOTAL-PAGO-W
              COMPUTE SALDO-CP30 = VALOR-TOT-CP20 - TOTAL-PAGO-W
           END-IF.
           WRITE REG-CPD030 INVALID KEY
                ADD 1 TO QT-EXCECOES-W
                MOVE "ERRO GRAVANDO BAIXA EM CPD030"
                  TO LINDET-REL(53: 30)
                PERFORM IMPRIME-LINHA
                GO PROCESSA-ITEM-PAGO-FIM
           END-WRITE.
           ADD VALOR-PAGO-RET TO TOTAL-BAIXADO-W.
           IF SALDO-CP30 > ZEROS
              ADD 1 TO QT-PARCIAIS-W
              MOVE "BAIXA PARCIAL - SALDO" TO LINDET-REL(53: 22)
              MOVE SALDO-CP30 TO LINDET-REL(75: 11)
              PERFORM IMPRIME-LINHA
              GO PROCESSA-ITEM-PAGO-FIM
           END-IF.
           MOVE 2 TO SITUACAO-CP20.
           REWRITE REG-CPD020 INVALID KEY CONTINUE END-REWRITE.
           ADD 1 TO QT-BAIXADOS-W.
           MOVE "BAIXADO" TO LINDET-REL(53: 30).
           PERFORM IMPRIME-LINHA.
       PROCESSA-ITEM-PAGO-FIM.
           EXIT.

      *    PERCORRE AS BAIXAS DO TITULO (FORNEC-CP20/SEQ-CP20) EM
      *    CPD030: TOTAL PAGO, ULTIMA SEQUENCIA E SE O ITEM DO RETORNO
      *    JA FOI BAIXADO ANTES.
       SOMA-BAIXAS-TITULO SECTION.
           MOVE ZEROS TO TOTAL-PAGO-W ULT-SEQ-BAIXA-W BAIXA-REPETIDA-W.
           MOVE FORNEC-CP20 TO FORNEC-CP30.
           MOVE SEQ-CP20    TO SEQ-CP30.
           MOVE ZEROS       TO SEQ-BAIXA-CP30.
           START CPD030 KEY IS NOT LESS CHAVE-CP30 INVALID KEY
                 MOVE "10" TO ST-CPD030.
           PERFORM UNTIL ST-CPD030 = "10"
              READ CPD030 NEXT RECORD AT END MOVE "10" TO ST-CPD030
              NOT AT END
                IF FORNEC-CP30 <> FORNEC-CP20 OR SEQ-CP30 <> SEQ-CP20
                   MOVE "10" TO ST-CPD030
                ELSE
                   ADD VALOR-BAIXADO-CP30 TO TOTAL-PAGO-W
                   MOVE SEQ-BAIXA-CP30 TO ULT-SEQ-BAIXA-W
                   IF DATA-BAIXA-CP30 = DATA-BAIXA-RET AND
                      VALOR-BAIXADO-CP30 = VALOR-PAGO-RET
                      MOVE 1 TO BAIXA-REPETIDA-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD030.

       IMPRIME-LINHA SECTION.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
