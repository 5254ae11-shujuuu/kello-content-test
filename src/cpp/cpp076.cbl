       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP076.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Baixa manual (total ou parcial) de título do contas a
      *pagar. Mostra o valor do título, o total já pago e o saldo, e
      *grava a baixa seguinte em CPD030 com o código de apuração do
      *caixa (CXD020) e o saldo restante. O título (CPD020) continua
      *em aberto até o saldo zerar, quando passa a baixado. Baixa
      *com data em competência fechada no CPP071 (consulta pelo
      *CPP079) é recusada. Também consulta as baixas já registradas
      *de um título.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX020.
           COPY CPPX030.
           COPY CXPX020.

       DATA DIVISION.
       FILE SECTION.
       COPY CPPW020.
       COPY CPPW030.
       COPY CXPW020.
       WORKING-STORAGE SECTION.
           COPY CPPW079C.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD030             PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  FORNEC-W              PIC 9(6)     VALUE ZEROS.
           05  SEQ-W                 PIC 9(5)     VALUE ZEROS.
           05  VALOR-W               PIC 9(8)V99  VALUE ZEROS.
           05  DATA-W                PIC 9(8)     VALUE ZEROS.
           05  CODIGO-COMPL-W        PIC X(5)     VALUE SPACES.
           05  TOTAL-PAGO-W          PIC 9(9)V99  VALUE ZEROS.
           05  SALDO-W               PIC 9(9)V99  VALUE ZEROS.
           05  ULT-SEQ-BAIXA-W       PIC 9(3)     VALUE ZEROS.
           05  LISTA-BAIXAS-W        PIC 9        VALUE ZEROS.
           05  VALOR-ED-W            PIC ZZ.ZZZ.ZZ9,99.
           05  PAGO-ED-W             PIC ZZ.ZZZ.ZZ9,99.
           05  SALDO-ED-W            PIC ZZ.ZZZ.ZZ9,99.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".

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
           MOVE "CPD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "CPD030" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD030.
           MOVE "CXD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD020.
           OPEN I-O CPD020.
           OPEN I-O CPD030.
           IF ST-CPD030 = "35"
              OPEN OUTPUT CPD030
              CLOSE       CPD030
              OPEN I-O    CPD030
           END-IF.
           OPEN INPUT CXD020.
           IF ST-CPD020 <> "00"
              DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
              MOVE 1 TO ERRO-W.
           IF ST-CPD030 <> "00"
              DISPLAY "ERRO ABERTURA CPD030: " ST-CPD030
              MOVE 1 TO ERRO-W.
           IF ST-CXD020 <> "00"
              DISPLAY "ERRO ABERTURA CXD020: " ST-CXD020
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.

       PROCESSA-OPCOES SECTION.
           DISPLAY "OPCAO (1-BAIXAR TITULO  2-CONSULTAR BAIXAS  "
                   "9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM BAIXA-TITULO
              WHEN 2 PERFORM CONSULTA-BAIXAS
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *    LE O TITULO INFORMADO E MOSTRA VALOR, PAGO E SALDO.
       LE-TITULO SECTION.
           MOVE ZEROS TO ERRO-W.
           DISPLAY "Fornecedor: ".
           ACCEPT FORNEC-W FROM CONSOLE.
           DISPLAY "Sequencia do titulo: ".
           ACCEPT SEQ-W FROM CONSOLE.
           MOVE FORNEC-W TO FORNEC-CP20.
           MOVE SEQ-W    TO SEQ-CP20.
           READ CPD020 INVALID KEY
                DISPLAY "TITULO NAO EXISTE EM CPD020"
                MOVE 1 TO ERRO-W
                GO LE-TITULO-FIM
           END-READ.
           PERFORM SOMA-BAIXAS-TITULO.
           MOVE ZEROS TO SALDO-W.
           IF VALOR-TOT-CP20 > TOTAL-PAGO-W
              COMPUTE SALDO-W = VALOR-TOT-CP20 - TOTAL-PAGO-W
           END-IF.
           MOVE VALOR-TOT-CP20 TO VALOR-ED-W.
           MOVE TOTAL-PAGO-W   TO PAGO-ED-W.
           MOVE SALDO-W        TO SALDO-ED-W.
           DISPLAY NR-DOCTO-CP20 " " DESCRICAO-CP20 " VENCTO "
                   DATA-VENCTO-CP20.
           DISPLAY "VALOR " VALOR-ED-W "  PAGO " PAGO-ED-W
                   "  SALDO " SALDO-ED-W.
       LE-TITULO-FIM.
           EXIT.

       BAIXA-TITULO SECTION.
           PERFORM LE-TITULO.
           IF ERRO-W <> 0
              GO BAIXA-TITULO-FIM
           END-IF.
           IF SITUACAO-CP20 = 2 OR SALDO-W = ZEROS
              DISPLAY "TITULO JA BAIXADO"
              GO BAIXA-TITULO-FIM
           END-IF.
           IF ULT-SEQ-BAIXA-W = 999
              DISPLAY "LIMITE DE BAIXAS DO TITULO ATINGIDO"
              GO BAIXA-TITULO-FIM
           END-IF.
           DISPLAY "Valor pago (digitos, 2 decimais): ".
           ACCEPT VALOR-W FROM CONSOLE.
           IF VALOR-W = ZEROS OR VALOR-W > SALDO-W
              DISPLAY "VALOR INVALIDO - DEVE SER ATE O SALDO"
              GO BAIXA-TITULO-FIM
           END-IF.
           DISPLAY "Data da baixa (AAAAMMDD, 0 = hoje): ".
           ACCEPT DATA-W FROM CONSOLE.
           IF DATA-W = ZEROS
              ACCEPT DATA-W FROM DATE YYYYMMDD
           END-IF.
      *    MES JA FECHADO E ENVIADO AO CONTADOR NAO RECEBE BAIXA.
           MOVE DATA-W TO CPP079-DATA.
           CALL "CPP079" USING PARAMETROS-W CPP079-PARAMETROS.
           CANCEL "CPP079".
           IF CPP079-FECHADA = 1
              DISPLAY "COMPETENCIA FECHADA NO CPP071 - BAIXA RECUSADA"
              GO BAIXA-TITULO-FIM
           END-IF.
           DISPLAY "Codigo de apuracao do caixa (CXD020): ".
           ACCEPT CODIGO-COMPL-W FROM CONSOLE.
           MOVE CODIGO-COMPL-W TO CODIGO-COMPL-CX20.
           READ CXD020 INVALID KEY
                DISPLAY "CODIGO DE APURACAO NAO CADASTRADO"
                GO BAIXA-TITULO-FIM
           END-READ.
           MOVE FORNEC-CP20     TO FORNEC-CP30.
           MOVE SEQ-CP20        TO SEQ-CP30.
           ADD 1 ULT-SEQ-BAIXA-W GIVING SEQ-BAIXA-CP30.
           MOVE CODIGO-COMPL-W  TO CODIGO-COMPL-CP30.
           MOVE VALOR-W         TO VALOR-BAIXADO-CP30.
           MOVE DATA-W          TO DATA-BAIXA-CP30.
           COMPUTE SALDO-CP30 = SALDO-W - VALOR-W.
           WRITE REG-CPD030 INVALID KEY
                DISPLAY "ERRO GRAVACAO CPD030: " ST-CPD030
                GO BAIXA-TITULO-FIM
           END-WRITE.
           MOVE SALDO-CP30 TO SALDO-ED-W.
           IF SALDO-CP30 > ZEROS
              DISPLAY "BAIXA PARCIAL " SEQ-BAIXA-CP30
                      " GRAVADA - SALDO " SALDO-ED-W
              GO BAIXA-TITULO-FIM
           END-IF.
           MOVE 2 TO SITUACAO-CP20.
           REWRITE REG-CPD020 INVALID KEY
                DISPLAY "ERRO GRAVACAO CPD020: " ST-CPD020
           END-REWRITE.
           DISPLAY "TITULO BAIXADO.".
       BAIXA-TITULO-FIM.
           EXIT.

       CONSULTA-BAIXAS SECTION.
           PERFORM LE-TITULO.
           IF ERRO-W <> 0
              GO CONSULTA-BAIXAS-FIM
           END-IF.
           MOVE 1 TO LISTA-BAIXAS-W.
           PERFORM SOMA-BAIXAS-TITULO.
           MOVE ZEROS TO LISTA-BAIXAS-W.
       CONSULTA-BAIXAS-FIM.
           EXIT.

      *    PERCORRE AS BAIXAS DO TITULO (FORNEC-CP20/SEQ-CP20) EM
      *    CPD030: TOTAL PAGO E ULTIMA SEQUENCIA; LISTA CADA BAIXA SE
      *    LISTA-BAIXAS-W = 1.
       SOMA-BAIXAS-TITULO SECTION.
           MOVE ZEROS TO TOTAL-PAGO-W ULT-SEQ-BAIXA-W.
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
                   IF LISTA-BAIXAS-W = 1
                      MOVE VALOR-BAIXADO-CP30 TO VALOR-ED-W
                      MOVE SALDO-CP30         TO SALDO-ED-W
                      DISPLAY SEQ-BAIXA-CP30 " " DATA-BAIXA-CP30
                              " " CODIGO-COMPL-CP30 " " VALOR-ED-W
                              " SALDO " SALDO-ED-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD030.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CPD020 CPD030 CXD020.
           EXIT PROGRAM.
