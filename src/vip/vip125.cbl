       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIP125.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Conciliação das fitas gravadas (VID100) com a
      *videoteca física (VID120), para um período de DATA-MOVTO:
      *  GRAVADA SEM PRATELEIRA ....: fita do VID100 sem registro em
      *                               VID120;
      *  PRATELEIRA SEM CONTRATO ...: fita em VID120 com CONTRATO-V120
      *                               zerado;
      *  NUMERACAO ALTERADA ........: identificador trocado pela
      *                               virada de numeração do VIP113
      *                               (histórico VI100HIS), indicando
      *                               se a prateleira ainda está com
      *                               o número antigo;
      *  PRATELEIRA SEM GRAVACAO ...: fita de VID120 cujo número não
      *                               existe em VID100 (nem como
      *                               identificador antigo) - como
      *                               VID120 não tem data, esta parte
      *                               considera o VID100 inteiro.
      *Totais por mês de DATA-MOVTO ao final. A busca por
      *identificador usa um arquivo WORK, como no CGP018.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VIPX100.
           COPY VIPX120.
           SELECT VI100HIS ASSIGN TO ARQUIVO-VI100HIS
               ORGANIZATION INDEXED ACCESS MODE DYNAMIC
               RECORD KEY CHAVE-VI100HIS
               ALTERNATE RECORD KEY IS NR-FITA-H100V WITH DUPLICATES
               FILE STATUS ST-VI100HIS.
           SELECT WORK ASSIGN TO VARIA-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-WORK
                  RECORD KEY IS CHAVE-WK = IDENT-WK TIPO-WK
                                           DATA-MOVTO-WK SEQ-WK.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY VIPW100.
      *HISTORICO DAS ALTERACOES DE IDENTIFICADOR-V100 (GRAVADO PELO
      *VIP113).
       FD  VI100HIS.
       01  REG-VI100HIS.
           05  CHAVE-VI100HIS.
               10  HORA-EXECUCAO-H100V   PIC 9(8).
               10  SEQ-ALTERACAO-H100V   PIC 9(9).
           05  DATA-CORTE-H100V          PIC 9(8).
           05  DATA-MOVTO-H100V          PIC 9(8).
           05  NR-FITA-H100V             PIC 9(9).
           05  ANTES-IDENTIFICADOR-H100V PIC 9(9).
           05  DEPOIS-IDENTIFICADOR-H100V PIC 9(9).
       01  ARQUIVO-VI100HIS              PIC X(30).
       COPY VIPW120.
       FD  WORK.
       01  REG-WORK.
           05  IDENT-WK            PIC 9(9).
      *    TIPO 1-IDENTIFICADOR ATUAL  2-IDENTIFICADOR ANTIGO (VIP113)
           05  TIPO-WK             PIC 9.
           05  DATA-MOVTO-WK       PIC 9(8).
           05  SEQ-WK              PIC 9(3).
           05  NR-FITA-WK          PIC 9(9).
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-VID100             PIC XX       VALUE SPACES.
           05  ST-VI100HIS           PIC XX       VALUE SPACES.
           05  ST-VID120             PIC XX       VALUE SPACES.
           05  ST-WORK               PIC XX       VALUE SPACES.
           05  VARIA-W               PIC 9(8)     VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  TEM-HIS-W             PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-INICIAL-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-FINAL-W          PIC 9(8)     VALUE ZEROS.
           05  IDENT-W               PIC 9(9)     VALUE ZEROS.
           05  ACHOU-HIST-W          PIC 9        VALUE ZEROS.
           05  IDENT-ANTIGO-W        PIC 9(9)     VALUE ZEROS.
           05  ACHOU-WORK-W          PIC 9        VALUE ZEROS.
           05  NA-PRATELEIRA-W       PIC 9        VALUE ZEROS.
           05  CONTRATO-PRAT-W       PIC 9(8)     VALUE ZEROS.
           05  MES-ATUAL-W           PIC 9(6)     VALUE ZEROS.
           05  IND-MES-W             PIC 9(3)     VALUE ZEROS.
           05  QT-MESES-W            PIC 9(3)     VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
      *    TOTAIS DO PERIODO / DA PARTE SEM GRAVACAO
           05  QT-GRAVADAS-W         PIC 9(7)     VALUE ZEROS.
           05  QT-SEM-PRAT-W         PIC 9(7)     VALUE ZEROS.
           05  QT-SEM-CONTR-W        PIC 9(7)     VALUE ZEROS.
           05  QT-RENUM-W            PIC 9(7)     VALUE ZEROS.
           05  QT-SEM-GRAV-W         PIC 9(7)     VALUE ZEROS.
           05  QT-SEM-GRAV-CONTR-W   PIC 9(7)     VALUE ZEROS.
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
      *    TOTAIS POR MES DE DATA-MOVTO (VID100 E' LIDO EM ORDEM DE
      *    DATA, ENTAO OS MESES ENTRAM NA TABELA EM ORDEM)
       01  TAB-MES.
           05  MES-OCC OCCURS 120 TIMES.
               10  MES-AAAAMM-W      PIC 9(6).
               10  MES-GRAVADAS-W    PIC 9(7).
               10  MES-SEM-PRAT-W    PIC 9(7).
               10  MES-SEM-CONTR-W   PIC 9(7).
               10  MES-RENUM-W       PIC 9(7).

       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  TITULO-REL          PIC X(47)   VALUE
               "CONCILIACAO FITAS GRAVADAS X VIDEOTECA - MOVTO ".
           05  DATA-INI-REL        PIC 99/99/9999.
           05  FILLER              PIC X(3)    VALUE " A ".
           05  DATA-FIM-REL        PIC 99/99/9999.
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(12)   VALUE "DATA MOVTO".
           05  FILLER              PIC X(4)    VALUE "SEQ".
           05  FILLER              PIC X(10)   VALUE "NR-FITA".
           05  FILLER              PIC X(10)   VALUE "IDENTIF.".
           05  FILLER              PIC X(10)   VALUE "CONTRATO".
           05  FILLER              PIC X(54)   VALUE "OCORRENCIA".
       01  CAB05.
           05  FILLER              PIC X(12)   VALUE "MES".
           05  FILLER              PIC X(11)   VALUE "   GRAVADAS".
           05  FILLER              PIC X(16)   VALUE "  SEM PRATELEIRA".
           05  FILLER              PIC X(16)   VALUE "    SEM CONTRATO".
           05  FILLER              PIC X(16)   VALUE "     RENUMERADAS".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINMES.
           05  MES-REL             PIC 99/9999.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  GRAVADAS-REL        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  SEM-PRAT-REL        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  SEM-CONTR-REL       PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  RENUM-REL           PIC ZZZ.ZZZ.ZZ9.
       01  LINTOT.
           05  FILLER              PIC X(40)   VALUE SPACES.
           05  TEXTO-TOT-REL       PIC X(40)   VALUE SPACES.
           05  QT-TOT-REL          PIC ZZZ.ZZZ.ZZ9.
       01  MES-AAAAMM-ED-W.
           05  MES-ED-MM-W         PIC 99.
           05  MES-ED-AAAA-W       PIC 9(4).
       01  MES-ED-W REDEFINES MES-AAAAMM-ED-W PIC 9(6).
       01  DATA-ED-W               PIC 99/99/9999.
       01  NUMERO-ED-W             PIC Z(8)9.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              PERFORM CARREGA-WORK
              PERFORM CONFERE-GRAVACOES
              PERFORM CONFERE-PRATELEIRA
              PERFORM IMPRIME-TOTAIS
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO PAGE-COUNT ERRO-W QT-MESES-W.
           INITIALIZE TAB-MES.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE NOME-EMPRESA-W     TO EMPRESA-REL
           MOVE "VID100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID100.
           MOVE "VI100HIS" TO ARQ-REC.  MOVE EMPRESA-REF
               TO ARQUIVO-VI100HIS.
           MOVE "VID120" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID120.
           OPEN INPUT VID100 VID120.
           IF ST-VID100 <> "00"
              DISPLAY "ERRO ABERTURA VID100: " ST-VID100
              MOVE 1 TO ERRO-W.
           IF ST-VID120 <> "00"
              DISPLAY "ERRO ABERTURA VID120: " ST-VID120
              MOVE 1 TO ERRO-W.
      *    SEM HISTORICO (VIP113 NUNCA EXECUTADO) NAO HA RENUMERACAO
           MOVE ZEROS TO TEM-HIS-W.
           OPEN INPUT VI100HIS.
           IF ST-VI100HIS = "00"
              MOVE 1 TO TEM-HIS-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              DISPLAY "Data inicial do movimento (AAAAMMDD): "
              ACCEPT DATA-INICIAL-W FROM CONSOLE
              DISPLAY "Data final do movimento (AAAAMMDD): "
              ACCEPT DATA-FINAL-W FROM CONSOLE
              IF DATA-FINAL-W < DATA-INICIAL-W
                 DISPLAY "PERIODO INVALIDO"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           IF ERRO-W = 0
              ACCEPT VARIA-W FROM TIME
              OPEN OUTPUT WORK
              CLOSE WORK
              OPEN I-O WORK
              OPEN OUTPUT RELAT
           END-IF.

      *----------------------------------------------------------------
      *    WORK = TODOS OS IDENTIFICADORES DO VID100 (ATUAL E, QUANDO
      *    HOUVE VIRADA DE NUMERACAO, O ANTIGO), CHAVEADOS PELO NUMERO
      *----------------------------------------------------------------
       CARREGA-WORK SECTION.
           INITIALIZE REG-VID100.
           START VID100 KEY IS NOT LESS CHAVE-V100 INVALID KEY
                 MOVE "10" TO ST-VID100.
           PERFORM UNTIL ST-VID100 = "10"
              READ VID100 NEXT RECORD AT END
                   MOVE "10" TO ST-VID100
              NOT AT END
                   PERFORM IDENTIFICADOR-ATUAL
                   MOVE IDENT-W         TO IDENT-WK
                   MOVE 1               TO TIPO-WK
                   MOVE DATA-MOVTO-V100 TO DATA-MOVTO-WK
                   MOVE SEQ-V100        TO SEQ-WK
                   MOVE NR-FITA-V100    TO NR-FITA-WK
                   WRITE REG-WORK INVALID KEY CONTINUE END-WRITE
                   PERFORM PROCURA-RENUMERACAO
                   IF ACHOU-HIST-W = 1
                      MOVE IDENT-ANTIGO-W TO IDENT-WK
                      MOVE 2              TO TIPO-WK
                      WRITE REG-WORK INVALID KEY CONTINUE END-WRITE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID100.

      *    NUMERO DA FITA NA PRATELEIRA: IDENTIFICADOR-V100 OU, ANTES
      *    DE QUALQUER EXECUCAO DO VIP113, O PROPRIO NR-FITA-V100.
       IDENTIFICADOR-ATUAL SECTION.
           IF IDENTIFICADOR-V100 > ZEROS
              MOVE IDENTIFICADOR-V100 TO IDENT-W
           ELSE
              MOVE NR-FITA-V100       TO IDENT-W
           END-IF.

      *    ULTIMA ALTERACAO DO VI100HIS QUE LEVOU AO IDENTIFICADOR
      *    ATUAL, COM IDENTIFICADOR ANTERIOR DIFERENTE (AS REVERSOES
      *    DO VIP113 DEVOLVEM O NUMERO ANTIGO E NAO CONTAM AQUI).
       PROCURA-RENUMERACAO SECTION.
           MOVE ZEROS TO ACHOU-HIST-W IDENT-ANTIGO-W.
           IF TEM-HIS-W = 0
              GO PROCURA-RENUMERACAO-FIM
           END-IF.
           MOVE NR-FITA-V100 TO NR-FITA-H100V.
           START VI100HIS KEY IS NOT LESS NR-FITA-H100V INVALID KEY
                 MOVE "10" TO ST-VI100HIS.
           PERFORM UNTIL ST-VI100HIS = "10"
              READ VI100HIS NEXT RECORD AT END
                   MOVE "10" TO ST-VI100HIS
              NOT AT END
                   IF NR-FITA-H100V <> NR-FITA-V100
                      MOVE "10" TO ST-VI100HIS
                   ELSE
                      IF DATA-MOVTO-H100V = DATA-MOVTO-V100
                         IF DEPOIS-IDENTIFICADOR-H100V = IDENT-W
                            AND ANTES-IDENTIFICADOR-H100V <> IDENT-W
                            AND ANTES-IDENTIFICADOR-H100V > ZEROS
                            MOVE 1 TO ACHOU-HIST-W
                            MOVE ANTES-IDENTIFICADOR-H100V
                              TO IDENT-ANTIGO-W
                         ELSE
                            MOVE ZEROS TO ACHOU-HIST-W IDENT-ANTIGO-W
                         END-IF
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VI100HIS.
       PROCURA-RENUMERACAO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    PARTE 1 - FITAS GRAVADAS NO PERIODO CONTRA A PRATELEIRA
      *----------------------------------------------------------------
       CONFERE-GRAVACOES SECTION.
           PERFORM CABECALHO.
           MOVE ZEROS TO CHAVE-V100.
           MOVE DATA-INICIAL-W TO DATA-MOVTO-V100.
           START VID100 KEY IS NOT LESS CHAVE-V100 INVALID KEY
                 MOVE "10" TO ST-VID100.
           PERFORM UNTIL ST-VID100 = "10"
              READ VID100 NEXT RECORD AT END
                   MOVE "10" TO ST-VID100
              NOT AT END
                   IF DATA-MOVTO-V100 > DATA-FINAL-W
                      MOVE "10" TO ST-VID100
                   ELSE
                      PERFORM CONFERE-FITA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID100.

       CONFERE-FITA SECTION.
           PERFORM ACHA-MES.
           ADD 1 TO QT-GRAVADAS-W.
           IF IND-MES-W > ZEROS
              ADD 1 TO MES-GRAVADAS-W(IND-MES-W).
           PERFORM IDENTIFICADOR-ATUAL.
           PERFORM PROCURA-RENUMERACAO.
           MOVE IDENT-W TO NR-FITA-V120.
           PERFORM LE-PRATELEIRA.
           IF NA-PRATELEIRA-W = 0
              IF ACHOU-HIST-W = 1
                 MOVE IDENT-ANTIGO-W TO NR-FITA-V120
                 PERFORM LE-PRATELEIRA
              END-IF
           END-IF.
           IF ACHOU-HIST-W = 1
              ADD 1 TO QT-RENUM-W
              IF IND-MES-W > ZEROS
                 ADD 1 TO MES-RENUM-W(IND-MES-W)
              END-IF
              PERFORM MONTA-LINHA
              MOVE "NUMERACAO ALTERADA - ANTIGO" TO LINDET-REL(47: 28)
              MOVE IDENT-ANTIGO-W TO NUMERO-ED-W
              MOVE NUMERO-ED-W    TO LINDET-REL(75: 9)
              IF NA-PRATELEIRA-W = 1
                 AND NR-FITA-V120 = IDENT-ANTIGO-W
                 MOVE "(PRATEL.ANTIGO)" TO LINDET-REL(85: 15)
              END-IF
              PERFORM IMPRIME-LINHA
           END-IF.
           IF NA-PRATELEIRA-W = 0
              ADD 1 TO QT-SEM-PRAT-W
              IF IND-MES-W > ZEROS
                 ADD 1 TO MES-SEM-PRAT-W(IND-MES-W)
              END-IF
              PERFORM MONTA-LINHA
              MOVE "GRAVADA E NAO CADASTRADA NA VIDEOTECA"
                TO LINDET-REL(47: 40)
              PERFORM IMPRIME-LINHA
           ELSE
              IF CONTRATO-PRAT-W = ZEROS
                 ADD 1 TO QT-SEM-CONTR-W
                 IF IND-MES-W > ZEROS
                    ADD 1 TO MES-SEM-CONTR-W(IND-MES-W)
                 END-IF
                 PERFORM MONTA-LINHA
                 MOVE "NA PRATELEIRA SEM CONTRATO - LOCAL"
                   TO LINDET-REL(47: 35)
                 MOVE LOCAL-V120(1: 18) TO LINDET-REL(82: 18)
                 PERFORM IMPRIME-LINHA
              END-IF
           END-IF.

       LE-PRATELEIRA SECTION.
           MOVE ZEROS TO NA-PRATELEIRA-W CONTRATO-PRAT-W.
           READ VID120 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE 1             TO NA-PRATELEIRA-W
                MOVE CONTRATO-V120 TO CONTRATO-PRAT-W
           END-READ.

      *    LOCALIZA (OU ABRE) A OCORRENCIA DO MES DO MOVIMENTO
       ACHA-MES SECTION.
           MOVE DATA-MOVTO-V100(1: 6) TO MES-ATUAL-W.
           IF QT-MESES-W > ZEROS
              IF MES-AAAAMM-W(QT-MESES-W) = MES-ATUAL-W
                 MOVE QT-MESES-W TO IND-MES-W
                 GO ACHA-MES-FIM
              END-IF
           END-IF.
           IF QT-MESES-W < 120
              ADD 1 TO QT-MESES-W
              MOVE QT-MESES-W  TO IND-MES-W
              MOVE MES-ATUAL-W TO MES-AAAAMM-W(IND-MES-W)
           ELSE
              MOVE ZEROS TO IND-MES-W
           END-IF.
       ACHA-MES-FIM.
           EXIT.

       MONTA-LINHA SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE DATA-MOVTO-V100 TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-ED-W.
           MOVE DATA-ED-W       TO LINDET-REL(1: 10).
           MOVE SEQ-V100        TO LINDET-REL(13: 3).
           MOVE NR-FITA-V100    TO NUMERO-ED-W.
           MOVE NUMERO-ED-W     TO LINDET-REL(17: 9).
           MOVE IDENT-W         TO NUMERO-ED-W.
           MOVE NUMERO-ED-W     TO LINDET-REL(27: 9).
           IF NA-PRATELEIRA-W = 1
              MOVE CONTRATO-PRAT-W TO LINDET-REL(37: 8).

       IMPRIME-LINHA SECTION.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56
              PERFORM CABECALHO
           END-IF.

      *----------------------------------------------------------------
      *    PARTE 2 - PRATELEIRA CONTRA O VID100 INTEIRO (VIA WORK)
      *----------------------------------------------------------------
       CONFERE-PRATELEIRA SECTION.
           MOVE SPACES TO LINDET-REL.
           WRITE REG-RELAT FROM LINDET.
           MOVE "FITAS NA VIDEOTECA SEM GRAVACAO EM VID100"
             TO LINDET-REL.
           WRITE REG-RELAT FROM LINDET.
           WRITE REG-RELAT FROM CAB03.
           ADD 3 TO LIN.
           MOVE ZEROS TO NR-FITA-V120.
           START VID120 KEY IS NOT LESS NR-FITA-V120 INVALID KEY
                 MOVE "10" TO ST-VID120.
           PERFORM UNTIL ST-VID120 = "10"
              READ VID120 NEXT RECORD AT END
                   MOVE "10" TO ST-VID120
              NOT AT END
                   PERFORM PROCURA-WORK
                   IF ACHOU-WORK-W = 0
                      PERFORM FITA-SEM-GRAVACAO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID120.

      *    QUALQUER REGISTRO NO WORK COM O NUMERO DA FITA (ATUAL OU
      *    ANTIGO) - O NUMERO ANTIGO JA SAIU NA PARTE 1 QUANDO NO
      *    PERIODO.
       PROCURA-WORK SECTION.
           MOVE ZEROS TO ACHOU-WORK-W.
           MOVE NR-FITA-V120 TO IDENT-WK.
           MOVE ZEROS        TO TIPO-WK DATA-MOVTO-WK SEQ-WK.
           START WORK KEY IS NOT < CHAVE-WK INVALID KEY
                 GO PROCURA-WORK-FIM.
           READ WORK NEXT RECORD AT END
                GO PROCURA-WORK-FIM.
           IF IDENT-WK = NR-FITA-V120
              MOVE 1 TO ACHOU-WORK-W.
       PROCURA-WORK-FIM.
           EXIT.

       FITA-SEM-GRAVACAO SECTION.
           ADD 1 TO QT-SEM-GRAV-W.
           MOVE SPACES TO LINDET-REL.
           MOVE NR-FITA-V120    TO NUMERO-ED-W.
           MOVE NUMERO-ED-W     TO LINDET-REL(27: 9).
           IF CONTRATO-V120 = ZEROS
              ADD 1 TO QT-SEM-GRAV-CONTR-W
              MOVE "NAO GRAVADA E SEM CONTRATO - LOCAL"
                TO LINDET-REL(47: 35)
           ELSE
              MOVE CONTRATO-V120 TO LINDET-REL(37: 8)
              MOVE "NAO GRAVADA - LOCAL" TO LINDET-REL(47: 35)
           END-IF.
           MOVE LOCAL-V120(1: 18) TO LINDET-REL(82: 18).
           PERFORM IMPRIME-LINHA.

      *----------------------------------------------------------------
      *    TOTAIS POR MES E GERAIS
      *----------------------------------------------------------------
       IMPRIME-TOTAIS SECTION.
           IF LIN > 40
              PERFORM CABECALHO.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           WRITE REG-RELAT FROM CAB05.
           WRITE REG-RELAT FROM CAB03.
           ADD 3 TO LIN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-MESES-W
              MOVE MES-AAAAMM-W(I)(5: 2) TO MES-ED-MM-W
              MOVE MES-AAAAMM-W(I)(1: 4) TO MES-ED-AAAA-W
              MOVE MES-ED-W              TO MES-REL
              MOVE MES-GRAVADAS-W(I)     TO GRAVADAS-REL
              MOVE MES-SEM-PRAT-W(I)     TO SEM-PRAT-REL
              MOVE MES-SEM-CONTR-W(I)    TO SEM-CONTR-REL
              MOVE MES-RENUM-W(I)        TO RENUM-REL
              WRITE REG-RELAT FROM LINMES
              ADD 1 TO LIN
              IF LIN > 56
                 PERFORM CABECALHO
              END-IF
           END-PERFORM.
           WRITE REG-RELAT FROM CAB03.
           MOVE "FITAS GRAVADAS NO PERIODO ..........: "
             TO TEXTO-TOT-REL.
           MOVE QT-GRAVADAS-W       TO QT-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "GRAVADAS SEM PRATELEIRA ............: "
             TO TEXTO-TOT-REL.
           MOVE QT-SEM-PRAT-W       TO QT-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "NA PRATELEIRA SEM CONTRATO .........: "
             TO TEXTO-TOT-REL.
           MOVE QT-SEM-CONTR-W      TO QT-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "NUMERACAO ALTERADA (VIP113) ........: "
             TO TEXTO-TOT-REL.
           MOVE QT-RENUM-W          TO QT-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "NA PRATELEIRA SEM GRAVACAO .........: "
             TO TEXTO-TOT-REL.
           MOVE QT-SEM-GRAV-W       TO QT-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "  DESTAS, SEM CONTRATO .............: "
             TO TEXTO-TOT-REL.
           MOVE QT-SEM-GRAV-CONTR-W TO QT-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.

       CONVERTE-DATA SECTION.
           MOVE DATA-CONV-W(7: 2) TO DATA-DDMMAAAA-W(1: 2).
           MOVE DATA-CONV-W(5: 2) TO DATA-DDMMAAAA-W(3: 2).
           MOVE DATA-CONV-W(1: 4) TO DATA-DDMMAAAA-W(5: 4).

       CABECALHO SECTION.
           ADD 1 TO PAGE-COUNT.  MOVE PAGE-COUNT TO PAG-REL.
           IF PAGE-COUNT = 1
              WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           MOVE DATA-INICIAL-W TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-INI-REL.
           MOVE DATA-FINAL-W   TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-FIM-REL.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           MOVE 6 TO LIN.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE VID100 VID120.
           IF TEM-HIS-W = 1
              CLOSE VI100HIS.
           IF ERRO-W = 0
              CLOSE WORK RELAT
              DELETE FILE WORK
           END-IF.
           EXIT PROGRAM.
