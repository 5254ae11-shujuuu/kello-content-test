       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXP025.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Posição das contas bancárias e do caixa numa data
      *(relatório da manhã). Uma linha por conta ativa de CXD023 e uma
      *linha do caixa, lado a lado na mesma folha: saldo de abertura
      *do dia (último fechamento anterior à data mais o movimento
      *ainda não fechado até a véspera), créditos e débitos do dia e
      *saldo atual, com o total geral da empresa.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX018.
           COPY CXPX021.
           COPY CXPX022.
           COPY CXPX023.
           COPY CXPX024.
           COPY CXPX025.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW018.
       COPY CXPW021.
       COPY CXPW022.
       COPY CXPW023.
       COPY CXPW024.
       COPY CXPW025.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CAD018             PIC XX       VALUE SPACES.
           05  ST-CXD021             PIC XX       VALUE SPACES.
           05  ST-CXD022             PIC XX       VALUE SPACES.
           05  ST-CXD023             PIC XX       VALUE SPACES.
           05  ST-CXD024             PIC XX       VALUE SPACES.
           05  ST-CXD025             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  DATA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-CORTE-W          PIC 9(8)     VALUE ZEROS.
           05  ABERTURA-W            PIC S9(9)V99 VALUE ZEROS.
           05  CREDITOS-W            PIC 9(9)V99  VALUE ZEROS.
           05  DEBITOS-W             PIC 9(9)V99  VALUE ZEROS.
           05  SALDO-W               PIC S9(9)V99 VALUE ZEROS.
           05  TOT-ABERTURA-W        PIC S9(11)V99 VALUE ZEROS.
           05  TOT-CREDITOS-W        PIC 9(11)V99 VALUE ZEROS.
           05  TOT-DEBITOS-W         PIC 9(11)V99 VALUE ZEROS.
           05  TOT-SALDO-W           PIC S9(11)V99 VALUE ZEROS.
           05  QT-CONTAS-W           PIC 9(3)     VALUE ZEROS.
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
           05  FILLER              PIC X(40)   VALUE
               "POSICAO DAS CONTAS BANCARIAS E CAIXA EM ".
           05  DATA-REL            PIC 99/99/9999.
       01  CAB02.
           05  FILLER              PIC X(98)   VALUE ALL "=".
       01  CAB03.
           05  FILLER              PIC X(98)   VALUE
           "PO PORTADOR             CONTA             ABERTURA       CRE
      -    "DITOS        DEBITOS     SALDO ATUAL".
       01  LINDET.
           05  PORTADOR-REL        PIC 99.
           05  FILLER              PIC X       VALUE SPACES.
           05  NOME-REL            PIC X(20).
           05  FILLER              PIC X       VALUE SPACES.
           05  CONTA-REL           PIC X(12).
           05  FILLER              PIC X       VALUE SPACES.
           05  ABERTURA-REL        PIC ZZZ.ZZZ.ZZ9,99-.
           05  FILLER              PIC X       VALUE SPACES.
           05  CREDITOS-REL        PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  DEBITOS-REL         PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  SALDO-REL           PIC ZZZ.ZZZ.ZZ9,99-.
       01  LINTOT.
           05  FILLER              PIC X(37)   VALUE
               "TOTAL GERAL".
           05  TOT-ABERTURA-REL    PIC ZZZ.ZZZ.ZZ9,99-.
           05  FILLER              PIC X       VALUE SPACES.
           05  TOT-CREDITOS-REL    PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  TOT-DEBITOS-REL     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  TOT-SALDO-REL       PIC ZZZ.ZZZ.ZZ9,99-.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              PERFORM POSICAO-CONTAS
              PERFORM POSICAO-CAIXA
              PERFORM IMPRIME-TOTAL
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W QT-CONTAS-W TOT-ABERTURA-W
                         TOT-CREDITOS-W TOT-DEBITOS-W TOT-SALDO-W.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CAD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD018.
           MOVE "CXD021" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD021.
           MOVE "CXD022" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD022.
           MOVE "CXD023" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD023.
           MOVE "CXD024" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD024.
           MOVE "CXD025" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD025.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W
              GO INICIALIZA-PROGRAMA-FIM
           END-IF.
           OPEN INPUT CAD018 CXD021 CXD022 CXD023 CXD024 CXD025.
           IF ST-CXD023 <> "00"
              DISPLAY "ERRO ABERTURA CXD023 (CONTAS - CXP023): "
                      ST-CXD023
              MOVE 1 TO ERRO-W
              GO INICIALIZA-PROGRAMA-FIM
           END-IF.
           DISPLAY "Data da posicao (AAAAMMDD - 0 = hoje): ".
           ACCEPT DATA-W FROM CONSOLE.
           IF DATA-W = ZEROS
              ACCEPT DATA-W FROM DATE YYYYMMDD
           END-IF.
           MOVE DATA-W TO DATA-REL.
           OPEN OUTPUT RELAT.
           WRITE REG-RELAT FROM CAB01.
           WRITE REG-RELAT FROM CAB02.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB02.
       INICIALIZA-PROGRAMA-FIM.
           EXIT.

      *    UMA LINHA POR CONTA ATIVA, NA ORDEM DO PORTADOR.
       POSICAO-CONTAS SECTION.
           MOVE ZEROS TO PORTADOR-CX23.
           START CXD023 KEY IS NOT < PORTADOR-CX23 INVALID KEY
                 MOVE "10" TO ST-CXD023.
           PERFORM UNTIL ST-CXD023 = "10"
              READ CXD023 NEXT RECORD AT END MOVE "10" TO ST-CXD023
              NOT AT END
                IF SITUACAO-CX23 = 0 AND DATA-INICIAL-CX23 NOT > DATA-W
                   PERFORM POSICAO-CONTA
                END-IF
              END-READ
           END-PERFORM.

      *    ABERTURA = ULTIMO FECHAMENTO ANTES DA DATA (OU SALDO
      *    INICIAL) MAIS O MOVIMENTO POSTERIOR A ELE ATE A VESPERA.
       POSICAO-CONTA SECTION.
           MOVE SALDO-INICIAL-CX23 TO ABERTURA-W.
           MOVE ZEROS TO DATA-CORTE-W CREDITOS-W DEBITOS-W.
           IF ST-CXD025 = "00"
              MOVE PORTADOR-CX23 TO PORTADOR-CX25
              MOVE ZEROS         TO DATA-CX25
              START CXD025 KEY IS NOT < CHAVE-CX25 INVALID KEY
                    MOVE "10" TO ST-CXD025
              END-START
              PERFORM UNTIL ST-CXD025 = "10"
                 READ CXD025 NEXT RECORD AT END MOVE "10" TO ST-CXD025
                 NOT AT END
                   IF PORTADOR-CX25 <> PORTADOR-CX23
                      OR DATA-CX25 NOT < DATA-W
                      MOVE "10" TO ST-CXD025
                   ELSE
                      IF FECHADO-CX25 = 1
                         MOVE DATA-CX25 TO DATA-CORTE-W
                         MOVE SALDO-FECHAMENTO-CX25 TO ABERTURA-W
                      END-IF
                   END-IF
                 END-READ
              END-PERFORM
              MOVE "00" TO ST-CXD025
           END-IF.
           MOVE PORTADOR-CX23 TO PORTADOR-CX24.
           MOVE DATA-CORTE-W  TO DATA-CX24.
           MOVE 9999          TO SEQ-CX24.
           START CXD024 KEY IS > CHAVE-CX24 INVALID KEY
                 MOVE "10" TO ST-CXD024.
           PERFORM UNTIL ST-CXD024 = "10"
              READ CXD024 NEXT RECORD AT END MOVE "10" TO ST-CXD024
              NOT AT END
                IF PORTADOR-CX24 <> PORTADOR-CX23 OR DATA-CX24 > DATA-W
                   MOVE "10" TO ST-CXD024
                ELSE
                   IF DATA-CX24 < DATA-W
                      IF TIPO-CX24 = 1
                         ADD VALOR-CX24      TO ABERTURA-W
                      ELSE
                         SUBTRACT VALOR-CX24 FROM ABERTURA-W
                      END-IF
                   ELSE
                      IF TIPO-CX24 = 1
                         ADD VALOR-CX24 TO CREDITOS-W
                      ELSE
                         ADD VALOR-CX24 TO DEBITOS-W
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CXD024.
           MOVE PORTADOR-CX23 TO PORTADOR PORTADOR-REL.
           READ CAD018 INVALID KEY MOVE "********" TO NOME-PORT.
           MOVE NOME-PORT     TO NOME-REL.
           MOVE NR-CONTA-CX23 TO CONTA-REL.
           PERFORM IMPRIME-LINHA.

      *    CAIXA (CXD021/CXD022) NA MESMA FOLHA, COMO PORTADOR 00.
       POSICAO-CAIXA SECTION.
           IF ST-CXD021 <> "00"
              GO POSICAO-CAIXA-FIM
           END-IF.
           MOVE ZEROS TO ABERTURA-W DATA-CORTE-W CREDITOS-W DEBITOS-W.
           IF ST-CXD022 = "00"
              MOVE ZEROS TO DATA-CX22
              START CXD022 KEY IS NOT < DATA-CX22 INVALID KEY
                    MOVE "10" TO ST-CXD022
              END-START
              PERFORM UNTIL ST-CXD022 = "10"
                 READ CXD022 NEXT RECORD AT END MOVE "10" TO ST-CXD022
                 NOT AT END
                   IF DATA-CX22 NOT < DATA-W
                      MOVE "10" TO ST-CXD022
                   ELSE
                      IF FECHADO-CX22 = 1
                         MOVE DATA-CX22 TO DATA-CORTE-W
                         MOVE SALDO-FECHAMENTO-CX22 TO ABERTURA-W
                      END-IF
                   END-IF
                 END-READ
              END-PERFORM
           END-IF.
           MOVE DATA-CORTE-W TO DATA-CX21.
           MOVE 9999         TO SEQ-CX21.
           START CXD021 KEY IS > CHAVE-CX21 INVALID KEY
                 MOVE "10" TO ST-CXD021.
           PERFORM UNTIL ST-CXD021 = "10"
              READ CXD021 NEXT RECORD AT END MOVE "10" TO ST-CXD021
              NOT AT END
                IF DATA-CX21 > DATA-W
                   MOVE "10" TO ST-CXD021
                ELSE
                   IF DATA-CX21 < DATA-W
                      IF TIPO-CX21 = 1
                         ADD VALOR-CX21      TO ABERTURA-W
                      ELSE
                         SUBTRACT VALOR-CX21 FROM ABERTURA-W
                      END-IF
                   ELSE
                      IF TIPO-CX21 = 1
                         ADD VALOR-CX21 TO CREDITOS-W
                      ELSE
                         ADD VALOR-CX21 TO DEBITOS-W
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS          TO PORTADOR-REL.
           MOVE "CAIXA"        TO NOME-REL.
           MOVE SPACES         TO CONTA-REL.
           PERFORM IMPRIME-LINHA.
       POSICAO-CAIXA-FIM.
           EXIT.

       IMPRIME-LINHA SECTION.
           COMPUTE SALDO-W = ABERTURA-W + CREDITOS-W - DEBITOS-W.
           MOVE ABERTURA-W TO ABERTURA-REL.
           MOVE CREDITOS-W TO CREDITOS-REL.
           MOVE DEBITOS-W  TO DEBITOS-REL.
           MOVE SALDO-W    TO SALDO-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD 1          TO QT-CONTAS-W.
           ADD ABERTURA-W TO TOT-ABERTURA-W.
           ADD CREDITOS-W TO TOT-CREDITOS-W.
           ADD DEBITOS-W  TO TOT-DEBITOS-W.
           ADD SALDO-W    TO TOT-SALDO-W.

       IMPRIME-TOTAL SECTION.
           MOVE TOT-ABERTURA-W TO TOT-ABERTURA-REL.
           MOVE TOT-CREDITOS-W TO TOT-CREDITOS-REL.
           MOVE TOT-DEBITOS-W  TO TOT-DEBITOS-REL.
           MOVE TOT-SALDO-W    TO TOT-SALDO-REL.
           WRITE REG-RELAT FROM CAB02.
           WRITE REG-RELAT FROM LINTOT.
           CLOSE RELAT.
           DISPLAY "POSICAO IMPRESSA - " QT-CONTAS-W " LINHA(S)".

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CAD018 CXD021 CXD022 CXD023 CXD024 CXD025.
           EXIT PROGRAM.
