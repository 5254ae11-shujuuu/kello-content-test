       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXP024.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Alimenta o razão bancário (CXD024) com o movimento dos
      *outros sistemas num intervalo de datas:
      *  - baixas do contas a pagar (CPD030) - débito na conta do
      *    portador do título (CPD020); título pago por cheque fica
      *    de fora, pois o cheque já debita a conta;
      *  - baixas do contas a receber em banco (CRD110 forma 3) -
      *    crédito na conta marcada para receber os depósitos;
      *  - cheques emitidos (CPD053) - débito na conta do portador do
      *    talão; cheque anulado depois de lançado gera o estorno
      *    (crédito) na data do processamento.
      *A chave alternada origem+documento de CXD024 impede lançar duas
      *vezes o mesmo movimento, então o intervalo pode ser reprocessado.
      *Movimento em conta sem cadastro, encerrada ou já fechada na
      *data sai na lista de exceções.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX020.
           COPY CPPX030.
           COPY CPPX053.
           COPY CRPX110.
           COPY CXPX023.
           COPY CXPX024.
           COPY CXPX025.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CPPW020.
       COPY CPPW030.
       COPY CPPW053.
       COPY CRPW110.
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
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD030             PIC XX       VALUE SPACES.
           05  ST-CPD053             PIC XX       VALUE SPACES.
           05  ST-CRD110             PIC XX       VALUE SPACES.
           05  ST-CXD023             PIC XX       VALUE SPACES.
           05  ST-CXD024             PIC XX       VALUE SPACES.
           05  ST-CXD025             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  CONTA-CR-W            PIC 9(2)     VALUE ZEROS.
           05  TEM-CONTA-CR-W        PIC 9        VALUE ZEROS.
           05  TEM-CHEQUE-W          PIC 9        VALUE ZEROS.
           05  IND-C                 PIC 9(3)     VALUE ZEROS.
           05  QT-LANCADOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-JA-LANCADOS-W      PIC 9(5)     VALUE ZEROS.
           05  QT-EXCECOES-W         PIC 9(5)     VALUE ZEROS.
           05  TOTAL-CRED-W          PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-DEB-W           PIC 9(11)V99 VALUE ZEROS.
           05  OCORRENCIA-W          PIC X(30)    VALUE SPACES.
           05  VALOR-ED-W            PIC ZZZZZZZ9,99.
           05  DATA-DDMMAAAA-W.
               10  DIA-DDMMAAAA-W    PIC 9(2).
               10  MES-DDMMAAAA-W    PIC 9(2).
               10  ANO-DDMMAAAA-W    PIC 9(4).
           05  DATA-DDMMAAAA-N REDEFINES DATA-DDMMAAAA-W PIC 9(8).
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
      *    CONTAS DE CXD023 POR PORTADOR (OCORRENCIA = PORTADOR + 1):
      *    SITUACAO (9 = SEM CONTA), DATA DO SALDO INICIAL E DATA DO
      *    ULTIMO FECHAMENTO EM CXD025.
       01  TAB-CONTAS.
           05  CONTA-TAB             OCCURS 100 TIMES.
               10  SITUACAO-TAB      PIC 9.
               10  DATA-INICIAL-TAB  PIC 9(8).
               10  ULT-FECHO-TAB     PIC 9(8).
      *    LANCAMENTO A GRAVAR, MONTADO POR CADA ORIGEM.
       01  LANCAMENTO-W.
           05  PORTADOR-LC           PIC 9(2).
           05  DATA-LC               PIC 9(8).
           05  ORIGEM-LC             PIC 9.
           05  DOC-LC                PIC X(20).
           05  TIPO-LC               PIC 9.
           05  CODIGO-COMPL-LC       PIC X(5).
           05  VALOR-LC              PIC 9(8)V99.
           05  DESCRICAO-LC          PIC X(30).
       01  DOC-CP-W.
           05  FORNEC-DOC            PIC 9(6).
           05  SEQ-DOC               PIC 9(5).
           05  SEQ-BAIXA-DOC         PIC 9(3).
       01  DOC-CR-W.
           05  CONTRATO-DOC          PIC 9(6).
           05  SEQ-CR-DOC            PIC 9(5).
       01  DOC-CH-W.
           05  ESTORNO-DOC           PIC X.
           05  PORTADOR-DOC          PIC 9(2).
           05  NR-CHEQUE-DOC         PIC 9(9).
       01  CAB01.
           05  FILLER              PIC X(46)   VALUE
               "RAZAO BANCARIO - IMPORTACAO DO MOVIMENTO DE ".
           05  DATA-INI-REL        PIC 99/99/9999.
           05  FILLER              PIC X(3)    VALUE " A ".
           05  DATA-FIM-REL        PIC 99/99/9999.
       01  CAB02.
           05  FILLER              PIC X(95)   VALUE ALL "=".
       01  CAB03.
           05  FILLER              PIC X(95)   VALUE
           "PO DATA     OR TP DOCUMENTO                  VALOR OCORRENC
      -    "IA".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINTOT1.
           05  FILLER PIC X(25) VALUE "LANCAMENTOS GRAVADOS.: ".
           05  QT-LANCADOS-REL     PIC ZZ.ZZ9.
       01  LINTOT2.
           05  FILLER PIC X(25) VALUE "JA LANCADOS ANTES....: ".
           05  QT-JA-LANCADOS-REL  PIC ZZ.ZZ9.
       01  LINTOT3.
           05  FILLER PIC X(25) VALUE "EXCECOES.............: ".
           05  QT-EXCECOES-REL     PIC ZZ.ZZ9.
       01  LINTOT4.
           05  FILLER PIC X(25) VALUE "TOTAL DE CREDITOS....: ".
           05  TOTAL-CRED-REL      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  LINTOT5.
           05  FILLER PIC X(25) VALUE "TOTAL DE DEBITOS.....: ".
           05  TOTAL-DEB-REL       PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              PERFORM CARREGA-CONTAS
              PERFORM IMPORTA-BAIXAS-CP
              PERFORM IMPORTA-BAIXAS-CR
              PERFORM IMPORTA-CHEQUES
              PERFORM IMPRIME-TOTAIS
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W QT-LANCADOS-W QT-JA-LANCADOS-W
                         QT-EXCECOES-W TOTAL-CRED-W TOTAL-DEB-W.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CPD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "CPD030" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD030.
           MOVE "CPD053" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD053.
           MOVE "CRD110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD110.
           MOVE "CXD023" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD023.
           MOVE "CXD024" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD024.
           MOVE "CXD025" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD025.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W
              GO INICIALIZA-PROGRAMA-FIM
           END-IF.
           OPEN INPUT CPD020 CPD030 CPD053 CRD110 CXD023.
           OPEN I-O CXD024.
           IF ST-CXD024 = "35"
              OPEN OUTPUT CXD024
              CLOSE       CXD024
              OPEN I-O    CXD024
           END-IF.
           OPEN INPUT CXD025.
           IF ST-CPD020 <> "00"
              DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
              MOVE 1 TO ERRO-W.
           IF ST-CXD023 <> "00"
              DISPLAY "ERRO ABERTURA CXD023 (CONTAS - CXP023): "
                      ST-CXD023
              MOVE 1 TO ERRO-W.
           IF ST-CXD024 <> "00"
              DISPLAY "ERRO ABERTURA CXD024: " ST-CXD024
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              DISPLAY "Data inicial do movimento (AAAAMMDD): "
              ACCEPT DATA-INI-W FROM CONSOLE
              DISPLAY "Data final do movimento (AAAAMMDD): "
              ACCEPT DATA-FIM-W FROM CONSOLE
              MOVE DATA-INI-W(7: 2) TO DIA-DDMMAAAA-W
              MOVE DATA-INI-W(5: 2) TO MES-DDMMAAAA-W
              MOVE DATA-INI-W(1: 4) TO ANO-DDMMAAAA-W
              MOVE DATA-DDMMAAAA-N  TO DATA-INI-REL
              MOVE DATA-FIM-W(7: 2) TO DIA-DDMMAAAA-W
              MOVE DATA-FIM-W(5: 2) TO MES-DDMMAAAA-W
              MOVE DATA-FIM-W(1: 4) TO ANO-DDMMAAAA-W
              MOVE DATA-DDMMAAAA-N  TO DATA-FIM-REL
              OPEN OUTPUT RELAT
              WRITE REG-RELAT FROM CAB01
              WRITE REG-RELAT FROM CAB02
              WRITE REG-RELAT FROM CAB03
              WRITE REG-RELAT FROM CAB02
           END-IF.
       INICIALIZA-PROGRAMA-FIM.
           EXIT.

      *    MONTA A TABELA DE CONTAS COM O ULTIMO FECHAMENTO DE CADA UMA
      *    E ACHA A CONTA QUE RECEBE OS DEPOSITOS DO CONTAS A RECEBER.
       CARREGA-CONTAS SECTION.
           PERFORM VARYING IND-C FROM 1 BY 1 UNTIL IND-C > 100
              MOVE 9     TO SITUACAO-TAB(IND-C)
              MOVE ZEROS TO DATA-INICIAL-TAB(IND-C) ULT-FECHO-TAB(IND-C)
           END-PERFORM.
           MOVE ZEROS TO PORTADOR-CX23.
           START CXD023 KEY IS NOT < PORTADOR-CX23 INVALID KEY
                 MOVE "10" TO ST-CXD023.
           PERFORM UNTIL ST-CXD023 = "10"
              READ CXD023 NEXT RECORD AT END MOVE "10" TO ST-CXD023
              NOT AT END
                COMPUTE IND-C = PORTADOR-CX23 + 1
                MOVE SITUACAO-CX23     TO SITUACAO-TAB(IND-C)
                MOVE DATA-INICIAL-CX23 TO DATA-INICIAL-TAB(IND-C)
                IF RECEBE-CR-CX23 = 1 AND SITUACAO-CX23 = 0
                   MOVE PORTADOR-CX23 TO CONTA-CR-W
                   MOVE 1             TO TEM-CONTA-CR-W
                END-IF
              END-READ
           END-PERFORM.
           IF ST-CXD025 = "00"
              MOVE ZEROS TO CHAVE-CX25
              START CXD025 KEY IS NOT < CHAVE-CX25 INVALID KEY
                    MOVE "10" TO ST-CXD025
              END-START
              PERFORM UNTIL ST-CXD025 = "10"
                 READ CXD025 NEXT RECORD AT END MOVE "10" TO ST-CXD025
                 NOT AT END
                   IF FECHADO-CX25 = 1
                      COMPUTE IND-C = PORTADOR-CX25 + 1
                      MOVE DATA-CX25 TO ULT-FECHO-TAB(IND-C)
                   END-IF
                 END-READ
              END-PERFORM
              MOVE "00" TO ST-CXD025
           END-IF.
           IF TEM-CONTA-CR-W = 0
              DISPLAY "NENHUMA CONTA MARCADA PARA RECEBER OS DEPOSITOS"
                      " DO CONTAS A RECEBER (CXP023)"
           END-IF.

      *    BAIXAS DO CONTAS A PAGAR NO PERIODO: DEBITO NA CONTA DO
      *    PORTADOR DO TITULO. DOC = FORNECEDOR+SEQUENCIA+SEQ.BAIXA.
       IMPORTA-BAIXAS-CP SECTION.
           IF ST-CPD030 <> "00"
              GO IMPORTA-BAIXAS-CP-FIM
           END-IF.
           INITIALIZE CHAVE-CP30.
           START CPD030 KEY IS NOT < CHAVE-CP30 INVALID KEY
                 MOVE "10" TO ST-CPD030.
           PERFORM UNTIL ST-CPD030 = "10"
              READ CPD030 NEXT RECORD AT END MOVE "10" TO ST-CPD030
              NOT AT END
                IF DATA-BAIXA-CP30 NOT < DATA-INI-W
                   AND DATA-BAIXA-CP30 NOT > DATA-FIM-W
                   PERFORM LANCA-BAIXA-CP
                END-IF
              END-READ
           END-PERFORM.
       IMPORTA-BAIXAS-CP-FIM.
           EXIT.

       LANCA-BAIXA-CP SECTION.
           MOVE FORNEC-CP30 TO FORNEC-CP20.
           MOVE SEQ-CP30    TO SEQ-CP20.
           READ CPD020 INVALID KEY
                GO LANCA-BAIXA-CP-FIM
           END-READ.
           PERFORM VERIFICA-CHEQUE-TITULO.
           IF TEM-CHEQUE-W = 1
              GO LANCA-BAIXA-CP-FIM
           END-IF.
           MOVE FORNEC-CP30    TO FORNEC-DOC.
           MOVE SEQ-CP30       TO SEQ-DOC.
           MOVE SEQ-BAIXA-CP30 TO SEQ-BAIXA-DOC.
           INITIALIZE LANCAMENTO-W.
           MOVE PORTADOR-CP20      TO PORTADOR-LC.
           MOVE DATA-BAIXA-CP30    TO DATA-LC.
           MOVE 1                  TO ORIGEM-LC.
           MOVE DOC-CP-W           TO DOC-LC.
           MOVE 2                  TO TIPO-LC.
           MOVE CODIGO-COMPL-CP30  TO CODIGO-COMPL-LC.
           MOVE VALOR-BAIXADO-CP30 TO VALOR-LC.
           MOVE DESCRICAO-CP20     TO DESCRICAO-LC.
           PERFORM GRAVA-LANCAMENTO.
       LANCA-BAIXA-CP-FIM.
           EXIT.

      *    TITULO COM CHEQUE EMITIDO (NAO ANULADO) EM CPD053 JA DEBITA A
      *    CONTA PELO CHEQUE.
       VERIFICA-CHEQUE-TITULO SECTION.
           MOVE ZEROS TO TEM-CHEQUE-W.
           IF ST-CPD053 <> "00"
              GO VERIFICA-CHEQUE-TITULO-FIM
           END-IF.
           MOVE FORNEC-CP20 TO FORNEC-CP53.
           MOVE SEQ-CP20    TO SEQ-CP53.
           START CPD053 KEY IS NOT < CHAVE-TITULO-CP53 INVALID KEY
                 MOVE "23" TO ST-CPD053.
           PERFORM UNTIL ST-CPD053 <> "00"
              READ CPD053 NEXT RECORD AT END MOVE "10" TO ST-CPD053
              NOT AT END
                IF FORNEC-CP53 <> FORNEC-CP20 OR SEQ-CP53 <> SEQ-CP20
                   MOVE "10" TO ST-CPD053
                ELSE
                   IF SITUACAO-CP53 = 0
                      MOVE 1 TO TEM-CHEQUE-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD053.
       VERIFICA-CHEQUE-TITULO-FIM.
           EXIT.

      *    BAIXAS DO CONTAS A RECEBER EM BANCO (FORMA 3) NO PERIODO:
      *    CREDITO NA CONTA QUE RECEBE OS DEPOSITOS.
       IMPORTA-BAIXAS-CR SECTION.
           IF ST-CRD110 <> "00"
              GO IMPORTA-BAIXAS-CR-FIM
           END-IF.
           INITIALIZE CHAVE-CR110.
           START CRD110 KEY IS NOT < CHAVE-CR110 INVALID KEY
                 MOVE "10" TO ST-CRD110.
           PERFORM UNTIL ST-CRD110 = "10"
              READ CRD110 NEXT RECORD AT END MOVE "10" TO ST-CRD110
              NOT AT END
                IF FORMA-BAIXA-CR110 = 3
                   AND DATA-BAIXA-CR110 NOT < DATA-INI-W
                   AND DATA-BAIXA-CR110 NOT > DATA-FIM-W
                   PERFORM LANCA-BAIXA-CR
                END-IF
              END-READ
           END-PERFORM.
       IMPORTA-BAIXAS-CR-FIM.
           EXIT.

       LANCA-BAIXA-CR SECTION.
           MOVE CONTRATO-CR110 TO CONTRATO-DOC.
           MOVE SEQ-CR110      TO SEQ-CR-DOC.
           INITIALIZE LANCAMENTO-W.
           MOVE CONTA-CR-W          TO PORTADOR-LC.
           MOVE DATA-BAIXA-CR110    TO DATA-LC.
           MOVE 2                   TO ORIGEM-LC.
           MOVE DOC-CR-W            TO DOC-LC.
           MOVE 1                   TO TIPO-LC.
           MOVE CODIGO-COMPL-CR110  TO CODIGO-COMPL-LC.
           MOVE VALOR-BAIXADO-CR110 TO VALOR-LC.
           MOVE SPACES              TO DESCRICAO-LC.
           STRING "RECEBIMENTO CONTRATO " CONTRATO-CR110
                  DELIMITED BY SIZE INTO DESCRICAO-LC.
           IF TEM-CONTA-CR-W = 0
              MOVE "SEM CONTA DE DEPOSITO DO CR" TO OCORRENCIA-W
              PERFORM IMPRIME-EXCECAO
              GO LANCA-BAIXA-CR-FIM
           END-IF.
           PERFORM GRAVA-LANCAMENTO.
       LANCA-BAIXA-CR-FIM.
           EXIT.

      *    CHEQUES: EMITIDO NO PERIODO = DEBITO NA CONTA DO PORTADOR;
      *    ANULADO (EM QUALQUER DATA) CUJA EMISSAO JA FOI LANCADA =
      *    ESTORNO A CREDITO NA DATA DO PROCESSAMENTO.
       IMPORTA-CHEQUES SECTION.
           IF ST-CPD053 <> "00"
              GO IMPORTA-CHEQUES-FIM
           END-IF.
           INITIALIZE CHAVE-CP53.
           START CPD053 KEY IS NOT < CHAVE-CP53 INVALID KEY
                 MOVE "10" TO ST-CPD053.
           PERFORM UNTIL ST-CPD053 = "10"
              READ CPD053 NEXT RECORD AT END MOVE "10" TO ST-CPD053
              NOT AT END
                IF SITUACAO-CP53 = 0
                   IF DATA-EMISSAO-CP53 NOT < DATA-INI-W
                      AND DATA-EMISSAO-CP53 NOT > DATA-FIM-W
                      PERFORM LANCA-CHEQUE
                   END-IF
                ELSE
                   PERFORM ESTORNA-CHEQUE
                END-IF
              END-READ
           END-PERFORM.
       IMPORTA-CHEQUES-FIM.
           EXIT.

       LANCA-CHEQUE SECTION.
           MOVE SPACES         TO ESTORNO-DOC.
           MOVE PORTADOR-CP53  TO PORTADOR-DOC.
           MOVE NR-CHEQUE-CP53 TO NR-CHEQUE-DOC.
           INITIALIZE LANCAMENTO-W.
           MOVE PORTADOR-CP53     TO PORTADOR-LC.
           MOVE DATA-EMISSAO-CP53 TO DATA-LC.
           MOVE 3                 TO ORIGEM-LC.
           MOVE DOC-CH-W          TO DOC-LC.
           MOVE 2                 TO TIPO-LC.
           MOVE VALOR-CP53        TO VALOR-LC.
           MOVE FAVORECIDO-CP53   TO DESCRICAO-LC.
           PERFORM GRAVA-LANCAMENTO.

       ESTORNA-CHEQUE SECTION.
           MOVE SPACES         TO ESTORNO-DOC.
           MOVE PORTADOR-CP53  TO PORTADOR-DOC.
           MOVE NR-CHEQUE-CP53 TO NR-CHEQUE-DOC.
           MOVE 3              TO ORIGEM-CX24.
           MOVE DOC-CH-W       TO DOC-CX24.
           READ CXD024 KEY IS REF-CX24 INVALID KEY
                GO ESTORNA-CHEQUE-FIM
           END-READ.
           MOVE "E" TO ESTORNO-DOC.
           INITIALIZE LANCAMENTO-W.
           MOVE PORTADOR-CP53     TO PORTADOR-LC.
           MOVE DATA-HOJE-W       TO DATA-LC.
           MOVE 3                 TO ORIGEM-LC.
           MOVE DOC-CH-W          TO DOC-LC.
           MOVE 1                 TO TIPO-LC.
           MOVE VALOR-CP53        TO VALOR-LC.
           MOVE SPACES            TO DESCRICAO-LC.
           STRING "ESTORNO CHEQUE ANULADO " NR-CHEQUE-CP53
                  DELIMITED BY SIZE INTO DESCRICAO-LC.
           PERFORM GRAVA-LANCAMENTO.
       ESTORNA-CHEQUE-FIM.
           EXIT.

      *    GRAVA LANCAMENTO-W NO RAZAO: IGNORA O QUE JA FOI LANCADO
      *    (ORIGEM+DOC) E RECUSA CONTA SEM CADASTRO, ENCERRADA, DATA
      *    ANTERIOR AO SALDO INICIAL OU JA FECHADA.
       GRAVA-LANCAMENTO SECTION.
           MOVE ORIGEM-LC TO ORIGEM-CX24.
           MOVE DOC-LC    TO DOC-CX24.
           READ CXD024 KEY IS REF-CX24 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                ADD 1 TO QT-JA-LANCADOS-W
                GO GRAVA-LANCAMENTO-FIM
           END-READ.
           COMPUTE IND-C = PORTADOR-LC + 1.
           MOVE SPACES TO OCORRENCIA-W.
           EVALUATE TRUE
              WHEN PORTADOR-LC = ZEROS
                   MOVE "TITULO SEM PORTADOR"  TO OCORRENCIA-W
              WHEN SITUACAO-TAB(IND-C) = 9
                   MOVE "PORTADOR SEM CONTA (CXP023)" TO OCORRENCIA-W
              WHEN SITUACAO-TAB(IND-C) = 1
                   MOVE "CONTA ENCERRADA"      TO OCORRENCIA-W
              WHEN DATA-LC < DATA-INICIAL-TAB(IND-C)
                   MOVE "ANTERIOR AO SALDO INICIAL" TO OCORRENCIA-W
              WHEN DATA-LC NOT > ULT-FECHO-TAB(IND-C)
                   MOVE "CONTA JA FECHADA NA DATA" TO OCORRENCIA-W
           END-EVALUATE.
           IF OCORRENCIA-W NOT = SPACES
              PERFORM IMPRIME-EXCECAO
              GO GRAVA-LANCAMENTO-FIM
           END-IF.
           INITIALIZE REG-CXD024.
           MOVE PORTADOR-LC      TO PORTADOR-CX24.
           MOVE DATA-LC          TO DATA-CX24.
           MOVE ORIGEM-LC        TO ORIGEM-CX24.
           MOVE DOC-LC           TO DOC-CX24.
           MOVE TIPO-LC          TO TIPO-CX24.
           MOVE CODIGO-COMPL-LC  TO CODIGO-COMPL-CX24.
           MOVE VALOR-LC         TO VALOR-CX24.
           MOVE DESCRICAO-LC     TO DESCRICAO-CX24.
           MOVE PORTADOR-LC      TO CONTRAPARTIDA-CX24.
           MOVE COD-USUARIO-W    TO DIGITADOR-CX24.
           MOVE 1     TO SEQ-CX24.
           MOVE ZEROS TO ST-CXD024.
           PERFORM UNTIL ST-CXD024 = "10"
             WRITE REG-CXD024 INVALID KEY
                 ADD 1 TO SEQ-CX24
               NOT INVALID KEY
                 MOVE "10" TO ST-CXD024.
           MOVE ZEROS TO ST-CXD024.
           ADD 1 TO QT-LANCADOS-W.
           IF TIPO-LC = 1
              ADD VALOR-LC TO TOTAL-CRED-W
           ELSE
              ADD VALOR-LC TO TOTAL-DEB-W
           END-IF.
       GRAVA-LANCAMENTO-FIM.
           EXIT.

       IMPRIME-EXCECAO SECTION.
           ADD 1 TO QT-EXCECOES-W.
           MOVE SPACES          TO LINDET-REL.
           MOVE PORTADOR-LC     TO LINDET-REL(1: 2)
           MOVE DATA-LC         TO LINDET-REL(4: 8)
           MOVE ORIGEM-LC       TO LINDET-REL(13: 1)
           MOVE TIPO-LC         TO LINDET-REL(16: 1)
           MOVE DOC-LC          TO LINDET-REL(19: 20)
           MOVE VALOR-LC        TO VALOR-ED-W
           MOVE VALOR-ED-W      TO LINDET-REL(40: 11)
           MOVE OCORRENCIA-W    TO LINDET-REL(53: 30)
           WRITE REG-RELAT FROM LINDET.

       IMPRIME-TOTAIS SECTION.
           MOVE QT-LANCADOS-W    TO QT-LANCADOS-REL.
           MOVE QT-JA-LANCADOS-W TO QT-JA-LANCADOS-REL.
           MOVE QT-EXCECOES-W    TO QT-EXCECOES-REL.
           MOVE TOTAL-CRED-W     TO TOTAL-CRED-REL.
           MOVE TOTAL-DEB-W      TO TOTAL-DEB-REL.
           WRITE REG-RELAT FROM LINTOT1 AFTER 2.
           WRITE REG-RELAT FROM LINTOT2.
           WRITE REG-RELAT FROM LINTOT3.
           WRITE REG-RELAT FROM LINTOT4.
           WRITE REG-RELAT FROM LINTOT5.
           CLOSE RELAT.
           DISPLAY "LANCADOS: " QT-LANCADOS-W
                   "  JA LANCADOS: " QT-JA-LANCADOS-W
                   "  EXCECOES: " QT-EXCECOES-W.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CPD020 CPD030 CPD053 CRD110 CXD023 CXD024.
           IF ST-CXD025 = "00" CLOSE CXD025 END-IF.
           EXIT PROGRAM.
