      *FUNÇÃO: Listar todos os títulos que estiverem dentro do intervalo
      *        de vencimento. As ordens serão: Vencto, Portador, Forne-
      *        cedor e tipo-fornecedor, valor.
      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - TITULO COM BAIXA PARCIAL EM CPD030:
      *             O VALOR LISTADO E O SALDO (VALOR DO TITULO MENOS O
      *             PAGO ATE HOJE), MARCADO COM "*" NA LISTA E COM O
      *             PAGO ATE HOJE EM COLUNA PROPRIA NO RELATORIO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
           COPY CGPX001.
           COPY CXPX020.
           COPY CPPX020.
           COPY CPPX030.
           COPY CAPX018.
           COPY CAPX019.
           COPY CPPX040.
       COPY CAPW018.
       COPY CAPW019.
       COPY CPPW020.
       COPY CPPW030.
       COPY CPPW040.
       COPY CPPW041.
       COPY CPPW045.
           05  PREV-DEF-WK         PIC 9.
           05  SUSPENSO-WK         PIC 9.
           05  RESPONSAVEL-WK      PIC X(5).
           05  PAGO-WK             PIC 9(8)V99.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  ST-CAD018             PIC XX       VALUE SPACES.
           05  ST-CAD019             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD030             PIC XX       VALUE SPACES.
           05  CPD030-EXISTE-W       PIC 9        VALUE ZEROS.
           05  TOTAL-PAGO-W          PIC 9(9)V99  VALUE ZEROS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-CPD040             PIC XX       VALUE SPACES.
           05  VENCTO-FIM-REL      PIC 99/99/9999.
       01  CAB03.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  FILLER              PIC X(120)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  FILLER              PIC X(120)  VALUE
           "DATA-MOVTO NOME-FORNECEDOR      DESCRICAO
      -    "   TP PO         VALOR         TOTAL RESP. T PAGO-ATE-HOJE".
       01  LINDET.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  LINDET-REL          PIC X(120)  VALUE SPACES.
       01  LINTOT.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  FILLER              PIC X(15)   VALUE "TOTAL PERIODO: ".
           MOVE "CPD040"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD040.
           MOVE "CPD041"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD041.
           MOVE "CPD045"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD045.
           MOVE "CPD030"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD030.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN INPUT CAD018 CAD019 CGD001 CXD020 CAD004 CPD020.
           IF ST-CPD045 = "00"
              MOVE 1 TO CPD045-EXISTE-W
           END-IF.
           OPEN INPUT CPD030.
           IF ST-CPD030 = "00"
              MOVE 1 TO CPD030-EXISTE-W
           END-IF.
           OPEN I-O CPD040.
           IF ST-CPD040 = "35"
              OPEN OUTPUT CPD040
           MOVE PREV-DEF-CP20       TO PREV-DEF-WK.
           IF SITUACAO-CP20 = 1 MOVE 1 TO SUSPENSO-WK
           ELSE MOVE 0 TO SUSPENSO-WK.
      *    TITULO COM BAIXA PARCIAL: O EM ABERTO E SO O SALDO.
           PERFORM SOMA-BAIXAS-TITULO.
           MOVE TOTAL-PAGO-W        TO PAGO-WK.
           IF TOTAL-PAGO-W > ZEROS
              IF VALOR-TOT-CP20 > TOTAL-PAGO-W
                 COMPUTE VALOR-WK = VALOR-TOT-CP20 - TOTAL-PAGO-W
              ELSE MOVE ZEROS TO VALOR-WK
              END-IF
           END-IF.
      *    SOMA AS BAIXAS (PARCIAIS) DO TITULO EM CPD030 - CHAVE DO
      *    TITULO + SEQUENCIA DA BAIXA.
       SOMA-BAIXAS-TITULO SECTION.
           MOVE ZEROS TO TOTAL-PAGO-W.
           IF CPD030-EXISTE-W = 0
              GO SOMA-BAIXAS-TITULO-FIM
           END-IF.
           MOVE FORNEC-CP20 TO FORNEC-CP30.
           MOVE SEQ-CP20    TO SEQ-CP30.
           MOVE ZEROS       TO SEQ-BAIXA-CP30.
           START CPD030 KEY IS NOT < CHAVE-CP30 INVALID KEY
                 MOVE "10" TO ST-CPD030.
           PERFORM UNTIL ST-CPD030 = "10"
              READ CPD030 NEXT RECORD AT END MOVE "10" TO ST-CPD030
              NOT AT END
                IF FORNEC-CP30 <> FORNEC-CP20 OR SEQ-CP30 <> SEQ-CP20
                   MOVE "10" TO ST-CPD030
                ELSE
                   ADD VALOR-BAIXADO-CP30 TO TOTAL-PAGO-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD030.
       SOMA-BAIXAS-TITULO-FIM.
           EXIT.
       VERIFICA-PREV-DEF SECTION.
           IF CPP051-PREVISTO-TRUE
              IF CPP051-DEFINITIVO-TRUE
           IF SUSPENSO-WK = 1 MOVE "S" TO CPP051-LINDET(105: 1)
           ELSE MOVE " " TO CPP051-LINDET(105: 1)
           END-IF
           IF PAGO-WK > ZEROS MOVE "*" TO CPP051-LINDET(106: 1)
           ELSE MOVE " " TO CPP051-LINDET(106: 1)
           END-IF
           MOVE FORNEC-WK         TO CPP051-LINDET(109: 6)
           MOVE SEQ-WK            TO CPP051-LINDET(116: 5).
       ZERA-VARIAVEIS SECTION.
           END-IF.
           IF PREV-DEF-WK = ZEROS MOVE "D" TO LINDET-REL(104: 1)
           ELSE MOVE "P" TO LINDET-REL(104: 1).
           MOVE PAGO-WK           TO VALOR-E
           MOVE VALOR-E           TO LINDET-REL(107: 14)
           WRITE REG-RELAT FROM LINDET.
           MOVE LINDET TO LOG016-LINHA.
           PERFORM ESPELHA-LINHA-SPOOL.

           close logacess
           IF CPD045-EXISTE-W = 1 CLOSE CPD045 END-IF.
           IF CPD030-EXISTE-W = 1 CLOSE CPD030 END-IF.
           CLOSE CPD020 CAD018 CAD019 CGD001 CAD004 CPD040 CPD041
                 LOGD005 DSD001 WORK.
           DELETE FILE WORK.
