       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP074.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Relatório mensal das retenções na fonte, por tributo
      *e fornecedor, de apoio à DARF/DCTF. Para a competência (mês
      *de emissão da nota) lê as retenções gravadas pelo CPP055 em
      *CPD057 e totaliza por tributo (órgão, código de receita e
      *vencimento) e fornecedor: quantidade de notas, valor bruto,
      *retido e quanto do retido ainda está em aberto no título do
      *imposto (CPD020). Acumulação num arquivo WORK (padrão CPP068).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX001.
           COPY CPPX020.
           COPY CPPX056.
           COPY CPPX057.
           SELECT WORK ASSIGN TO VARIA-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-WORK
                  RECORD KEY IS CHAVE-WK = TRIBUTO-WK FORNEC-WK.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW001.
       COPY CPPW020.
       COPY CPPW056.
       COPY CPPW057.
       FD  WORK.
       01  REG-WORK.
           05  TRIBUTO-WK          PIC 9.
           05  FORNEC-WK           PIC 9(6).
           05  QT-NOTAS-WK         PIC 9(5).
           05  BRUTO-WK            PIC 9(10)V99.
           05  RETIDO-WK           PIC 9(10)V99.
           05  ABERTO-WK           PIC 9(10)V99.
           05  VENCTO-WK           PIC 9(8).
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD056             PIC XX       VALUE SPACES.
           05  ST-CPD057             PIC XX       VALUE SPACES.
           05  ST-WORK               PIC XX       VALUE SPACES.
           05  VARIA-W               PIC 9(8)     VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  COMPETENCIA-W         PIC 9(6)     VALUE ZEROS.
           05  TRIBUTO-ANT-W         PIC 9        VALUE ZEROS.
           05  SUB-RETIDO-W          PIC 9(11)V99 VALUE ZEROS.
           05  SUB-ABERTO-W          PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-RETIDO-W        PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-ABERTO-W        PIC 9(11)V99 VALUE ZEROS.
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
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(48)   VALUE
               "RETENCOES NA FONTE POR TRIBUTO E FORNECEDOR - CO".
           05  FILLER              PIC X(7)    VALUE "MPET. ".
           05  COMPETENCIA-REL     PIC 9(6).
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(100)  VALUE
           "FORNEC NOME                           NOTAS       VALOR BRUT
      -    "O          RETIDO       EM ABERTO".
       01  LINTRIB.
           05  FILLER              PIC X(9)    VALUE "TRIBUTO: ".
           05  NOME-TRIB-REL       PIC X(10).
           05  FILLER              PIC X(9)    VALUE " RECEITA ".
           05  RECEITA-REL         PIC X(6).
           05  FILLER              PIC X(7)    VALUE " ORGAO ".
           05  ORGAO-REL           PIC 9(6).
           05  FILLER              PIC X       VALUE SPACES.
           05  NOME-ORGAO-REL      PIC X(30).
           05  FILLER              PIC X(8)    VALUE " VENCTO ".
           05  VENCTO-REL          PIC 99/99/9999.
       01  LINDET.
           05  FORNEC-REL          PIC 9(6).
           05  FILLER              PIC X       VALUE SPACES.
           05  NOME-REL            PIC X(30).
           05  FILLER              PIC X       VALUE SPACES.
           05  QT-NOTAS-REL        PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  BRUTO-REL           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  RETIDO-REL          PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  ABERTO-REL          PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  LINSUB.
           05  FILLER              PIC X(45)   VALUE
               "   SUBTOTAL DO TRIBUTO".
           05  FILLER              PIC X(17)   VALUE SPACES.
           05  SUB-RETIDO-REL      PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  SUB-ABERTO-REL      PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  LINTOT.
           05  FILLER              PIC X(45)   VALUE
               "TOTAL RETIDO NA COMPETENCIA".
           05  FILLER              PIC X(17)   VALUE SPACES.
           05  TOT-RETIDO-REL      PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  TOT-ABERTO-REL      PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  DATA-DDMMAAAA-W         PIC 9(8)    VALUE ZEROS.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              PERFORM ACUMULA-RETENCOES
              PERFORM IMPRIME-RETENCOES
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W TOTAL-RETIDO-W TOTAL-ABERTO-W.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE NOME-EMPRESA-W     TO EMPRESA-REL
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "CPD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "CPD056" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD056.
           MOVE "CPD057" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD057.
           OPEN INPUT CGD001 CPD020 CPD056 CPD057.
           IF ST-CGD001 <> "00"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W.
           IF ST-CPD020 <> "00"
              DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
              MOVE 1 TO ERRO-W.
           IF ST-CPD056 <> "00"
              DISPLAY "ERRO ABERTURA CPD056: " ST-CPD056
              MOVE 1 TO ERRO-W.
           IF ST-CPD057 <> "00"
              DISPLAY "ERRO ABERTURA CPD057 (NENHUMA RETENCAO "
                      "LANCADA): " ST-CPD057
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              DISPLAY "Competencia (AAAAMM): "
              ACCEPT COMPETENCIA-W FROM CONSOLE
              MOVE COMPETENCIA-W TO COMPETENCIA-REL
              ACCEPT VARIA-W FROM TIME
              OPEN OUTPUT WORK  CLOSE WORK  OPEN I-O WORK
           END-IF.

      *    RETENCOES DA COMPETENCIA PELA CHAVE ALTERNADA DE CPD057;
      *    O "EM ABERTO" VEM DA SITUACAO DO TITULO DO IMPOSTO.
       ACUMULA-RETENCOES SECTION.
           MOVE COMPETENCIA-W TO COMPETENCIA-CP57.
           START CPD057 KEY IS NOT < COMPETENCIA-CP57 INVALID KEY
                 MOVE "10" TO ST-CPD057.
           PERFORM UNTIL ST-CPD057 = "10"
              READ CPD057 NEXT RECORD AT END MOVE "10" TO ST-CPD057
              NOT AT END
                IF COMPETENCIA-CP57 <> COMPETENCIA-W
                   MOVE "10" TO ST-CPD057
                ELSE
                   PERFORM ACUMULA-RETENCAO
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CPD057.

       ACUMULA-RETENCAO SECTION.
           MOVE TRIBUTO-CP57 TO TRIBUTO-WK.
           MOVE FORNEC-CP57  TO FORNEC-WK.
           READ WORK INVALID KEY
                INITIALIZE REG-WORK
                MOVE TRIBUTO-CP57 TO TRIBUTO-WK
                MOVE FORNEC-CP57  TO FORNEC-WK
                MOVE VENCTO-TRIB-CP57 TO VENCTO-WK
                WRITE REG-WORK INVALID KEY CONTINUE END-WRITE
           END-READ.
           ADD 1                 TO QT-NOTAS-WK.
           ADD VALOR-BRUTO-CP57  TO BRUTO-WK.
           ADD VALOR-RETIDO-CP57 TO RETIDO-WK.
           MOVE FORNEC-TRIB-CP57 TO FORNEC-CP20.
           MOVE SEQ-TRIB-CP57    TO SEQ-CP20.
           READ CPD020 INVALID KEY
                MOVE ZEROS TO SITUACAO-CP20
           END-READ.
           IF SITUACAO-CP20 < 2
              ADD VALOR-RETIDO-CP57 TO ABERTO-WK
           END-IF.
           REWRITE REG-WORK INVALID KEY CONTINUE END-REWRITE.

       IMPRIME-RETENCOES SECTION.
           OPEN OUTPUT RELAT.
           MOVE ZEROS TO PAGE-COUNT TRIBUTO-ANT-W.
           PERFORM CABECALHO.
           INITIALIZE CHAVE-WK.
           START WORK KEY IS NOT < CHAVE-WK INVALID KEY
                 MOVE "10" TO ST-WORK.
           PERFORM UNTIL ST-WORK = "10"
              READ WORK NEXT RECORD AT END MOVE "10" TO ST-WORK
              NOT AT END
                IF TRIBUTO-WK <> TRIBUTO-ANT-W
                   PERFORM QUEBRA-TRIBUTO
                END-IF
                PERFORM IMPRIME-LINHA-FORNECEDOR
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-WORK.
           IF TRIBUTO-ANT-W > ZEROS
              PERFORM IMPRIME-SUBTOTAL
           END-IF.
           MOVE TOTAL-RETIDO-W TO TOT-RETIDO-REL.
           MOVE TOTAL-ABERTO-W TO TOT-ABERTO-REL.
           WRITE REG-RELAT FROM LINTOT AFTER 2.
           CLOSE RELAT.
           DISPLAY "RELATORIO IMPRESSO.".

       QUEBRA-TRIBUTO SECTION.
           IF TRIBUTO-ANT-W > ZEROS
              PERFORM IMPRIME-SUBTOTAL
           END-IF.
           MOVE TRIBUTO-WK TO TRIBUTO-ANT-W TRIBUTO-CP56.
           READ CPD056 INVALID KEY
                MOVE SPACES TO NOME-CP56 COD-RECEITA-CP56
                MOVE ZEROS  TO ORGAO-CP56
           END-READ.
           MOVE NOME-CP56        TO NOME-TRIB-REL.
           MOVE COD-RECEITA-CP56 TO RECEITA-REL.
           MOVE ORGAO-CP56       TO ORGAO-REL CODIGO-CG01.
           READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
           END-READ.
           MOVE NOME-CG01        TO NOME-ORGAO-REL.
           MOVE VENCTO-WK(7: 2)  TO DATA-DDMMAAAA-W(1: 2).
           MOVE VENCTO-WK(5: 2)  TO DATA-DDMMAAAA-W(3: 2).
           MOVE VENCTO-WK(1: 4)  TO DATA-DDMMAAAA-W(5: 4).
           MOVE DATA-DDMMAAAA-W  TO VENCTO-REL.
           IF LIN > 52 PERFORM CABECALHO END-IF.
           WRITE REG-RELAT FROM LINTRIB AFTER 2.
           ADD 2 TO LIN.
           MOVE ZEROS TO SUB-RETIDO-W SUB-ABERTO-W.

       IMPRIME-LINHA-FORNECEDOR SECTION.
           MOVE FORNEC-WK   TO FORNEC-REL CODIGO-CG01.
           READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
           END-READ.
           MOVE NOME-CG01   TO NOME-REL.
           MOVE QT-NOTAS-WK TO QT-NOTAS-REL.
           MOVE BRUTO-WK    TO BRUTO-REL.
           MOVE RETIDO-WK   TO RETIDO-REL.
           MOVE ABERTO-WK   TO ABERTO-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           ADD RETIDO-WK TO SUB-RETIDO-W TOTAL-RETIDO-W.
           ADD ABERTO-WK TO SUB-ABERTO-W TOTAL-ABERTO-W.
           IF LIN > 56 PERFORM CABECALHO END-IF.

       IMPRIME-SUBTOTAL SECTION.
           MOVE SUB-RETIDO-W TO SUB-RETIDO-REL.
           MOVE SUB-ABERTO-W TO SUB-ABERTO-REL.
           WRITE REG-RELAT FROM LINSUB.
           ADD 1 TO LIN.

       CABECALHO SECTION.
           ADD 1 TO PAGE-COUNT.  MOVE PAGE-COUNT TO PAG-REL.
           IF PAGE-COUNT = 1
              WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           MOVE 6 TO LIN.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD001 CPD020 CPD056 CPD057.
           IF ERRO-W = 0
              CLOSE WORK
              DELETE FILE WORK
           END-IF.
           EXIT PROGRAM.
