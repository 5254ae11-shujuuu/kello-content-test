       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP105.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Processamento do arquivo de retorno da cobrança por
      *boleto do contas a receber - a metade de entrada do CRP104
      *(mesmo desenho do CPP056 no contas a pagar). Lê o retorno do
      *banco (um registro tipo "1" por boleto liquidado: nosso-número,
      *data e valor pago), localiza o boleto em CRD141 pela chave
      *alternada de nosso-número e:
      *  - valor pago igual ao do título, ou maior (multa/juros
      *    cobrados pelo banco): grava a baixa em CRD110 com o valor
      *    pago (forma 3-BANCO, código de apuração dos parâmetros
      *    CRD140), marca o título CRD100 como baixado e o boleto como
      *    liquidado; o pagamento a maior sai como divergente;
      *  - valor pago menor que o título: não baixa - sai como
      *    divergente para tratamento manual (CRP101);
      *  - nosso-número sem boleto, boleto já liquidado ou título que
      *    não está em aberto: sai na lista de exceções;
      *  - data do pagamento em competência já fechada no CPP071
      *    (consulta pelo CPP079): não baixa - sai como MES FECHADO
      *    para reprocessar o retorno depois da reabertura.
      *LAYOUT DO RETORNO (POSICOES): 1 = "1"; 2-12 NOSSO-NUMERO;
      *13-20 DATA DO PAGAMENTO (AAAAMMDD); 21-33 VALOR PAGO (11
      *INTEIROS + 2 DECIMAIS, SEM VIRGULA). DEMAIS TIPOS DE REGISTRO
      *(HEADER/TRAILER) SAO IGNORADOS.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX100.
           COPY CRPX110.
           COPY CRPX140.
           COPY CRPX141.
           COPY CXPX020.
           SELECT RETORNO ASSIGN TO RETORNO-PATH-W
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-RETORNO.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW100.
       COPY CRPW110.
       COPY CRPW140.
       COPY CRPW141.
       COPY CXPW020.
       FD  RETORNO
           LABEL RECORD IS OMITTED.
       01  REG-RETORNO.
           05  TIPO-REG-RET        PIC X.
           05  NOSSO-NUMERO-RET    PIC 9(11).
           05  DATA-PAGTO-RET      PIC 9(8).
           05  VALOR-PAGO-RET      PIC 9(11)V99.
           05  FILLER              PIC X(117).
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
           COPY CPPW079C.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD100             PIC XX       VALUE SPACES.
           05  ST-CRD110             PIC XX       VALUE SPACES.
           05  ST-CRD140             PIC XX       VALUE SPACES.
           05  ST-CRD141             PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-RETORNO            PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           05  RETORNO-PATH-W        PIC X(60)    VALUE SPACES.
           05  QT-BAIXADOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-DIVERGENTES-W      PIC 9(5)     VALUE ZEROS.
           05  QT-EXCECOES-W         PIC 9(5)     VALUE ZEROS.
           05  QT-FECHADOS-W         PIC 9(5)     VALUE ZEROS.
           05  TOTAL-BAIXADO-W       PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-ED-W            PIC ZZ.ZZZ.ZZ9,99.
           COPY "PARAMETR".
       01  CAB01.
           05  FILLER              PIC X(50)   VALUE
               "RETORNO DA COBRANCA POR BOLETO - CONTAS A RECEBER".
       01  CAB02.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE
           "NOSSO-NUMERO  CONTR  SEQ  DT.PAGTO   VALOR TITULO     VALOR 
      -    "PAGO  OCORRENCIA".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINTOT1.
           05  FILLER          PIC X(25) VALUE "PARCELAS BAIXADAS..: ".
           05  QT-BAIXADOS-REL     PIC ZZ.ZZ9.
       01  LINTOT2.
           05  FILLER          PIC X(25) VALUE "DIVERGENTES........: ".
           05  QT-DIVERGENTES-REL  PIC ZZ.ZZ9.
       01  LINTOT3.
           05  FILLER          PIC X(25) VALUE "EXCECOES...........: ".
           05  QT-EXCECOES-REL     PIC ZZ.ZZ9.
       01  LINTOT4.
           05  FILLER          PIC X(25) VALUE "VALOR BAIXADO......: ".
           05  TOTAL-BAIXADO-REL   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  LINTOT5.
           05  FILLER          PIC X(25) VALUE "MES FECHADO........: ".
           05  QT-FECHADOS-REL     PIC ZZ.ZZ9.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              PERFORM PROCESSA-RETORNO
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W QT-BAIXADOS-W QT-DIVERGENTES-W
                         QT-EXCECOES-W QT-FECHADOS-W TOTAL-BAIXADO-W.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CRD100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD100.
           MOVE "CRD110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD110.
           MOVE "CRD140" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD140.
           MOVE "CRD141" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD141.
           MOVE "CXD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD020.
           OPEN I-O CRD100 CRD141.
           OPEN I-O CRD110.
           IF ST-CRD110 = "35"
              OPEN OUTPUT CRD110
              CLOSE       CRD110
              OPEN I-O    CRD110
           END-IF.
           OPEN INPUT CRD140 CXD020.
           IF ST-CRD100 <> "00"
              DISPLAY "ERRO ABERTURA CRD100: " ST-CRD100
              MOVE 1 TO ERRO-W.
           IF ST-CRD110 <> "00"
              DISPLAY "ERRO ABERTURA CRD110: " ST-CRD110
              MOVE 1 TO ERRO-W.
           IF ST-CRD141 <> "00"
              DISPLAY "ERRO ABERTURA CRD141: " ST-CRD141
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    O CODIGO DE APURACAO DAS BAIXAS VEM DOS PARAMETROS DA
      *    COBRANCA (CRP104) E PRECISA EXISTIR NO CXD020.
           IF ERRO-W = 0
              MOVE "1" TO CHAVE-CR140
              READ CRD140 INVALID KEY
                   MOVE SPACES TO COD-APURACAO-CR140
              END-READ
              MOVE COD-APURACAO-CR140 TO CODIGO-COMPL-CX20
              READ CXD020 INVALID KEY
                   DISPLAY "CODIGO DE APURACAO DA COBRANCA NAO "
                           "CONFIGURADO (CRP104 - PARAMETROS)"
                   MOVE 1 TO ERRO-W
              END-READ
           END-IF.
           IF ERRO-W = 0
              DISPLAY "Arquivo de retorno do banco: "
              ACCEPT RETORNO-PATH-W FROM CONSOLE
              OPEN INPUT RETORNO
              IF ST-RETORNO <> "00"
                 DISPLAY "ERRO ABERTURA RETORNO: " ST-RETORNO
                 MOVE 1 TO ERRO-W
              ELSE
                 OPEN OUTPUT RELAT
                 WRITE REG-RELAT FROM CAB01
                 WRITE REG-RELAT FROM CAB02
                 WRITE REG-RELAT FROM CAB03
                 WRITE REG-RELAT FROM CAB02
                 MOVE 4 TO LIN
              END-IF
           END-IF.

       PROCESSA-RETORNO SECTION.
           PERFORM UNTIL ST-RETORNO = "10"
              READ RETORNO AT END MOVE "10" TO ST-RETORNO
              NOT AT END
                IF TIPO-REG-RET = "1"
                   PERFORM PROCESSA-ITEM-PAGO
                END-IF
              END-READ
           END-PERFORM.
           MOVE QT-BAIXADOS-W    TO QT-BAIXADOS-REL.
           MOVE QT-DIVERGENTES-W TO QT-DIVERGENTES-REL.
           MOVE QT-EXCECOES-W    TO QT-EXCECOES-REL.
           MOVE QT-FECHADOS-W    TO QT-FECHADOS-REL.
           MOVE TOTAL-BAIXADO-W  TO TOTAL-BAIXADO-REL.
           WRITE REG-RELAT FROM LINTOT1 AFTER 2.
           WRITE REG-RELAT FROM LINTOT2.
           WRITE REG-RELAT FROM LINTOT3.
           WRITE REG-RELAT FROM LINTOT5.
           WRITE REG-RELAT FROM LINTOT4.
           CLOSE RELAT.
           DISPLAY "BAIXADOS: " QT-BAIXADOS-W
                   "  DIVERGENTES: " QT-DIVERGENTES-W
                   "  EXCECOES: " QT-EXCECOES-W
                   "  MES FECHADO: " QT-FECHADOS-W.

       PROCESSA-ITEM-PAGO SECTION.
           MOVE SPACES           TO LINDET-REL.
           MOVE NOSSO-NUMERO-RET TO LINDET-REL(1: 11)
                                    NOSSO-NUMERO-CR141.
           MOVE DATA-PAGTO-RET   TO LINDET-REL(27: 8).
           MOVE VALOR-PAGO-RET   TO VALOR-ED-W.
           MOVE VALOR-ED-W       TO LINDET-REL(52: 13).
           READ CRD141 KEY IS NOSSO-NUMERO-CR141 INVALID KEY
                ADD 1 TO QT-EXCECOES-W
                MOVE "NOSSO-NUMERO SEM BOLETO EMITIDO"
                  TO LINDET-REL(67: 33)
                PERFORM IMPRIME-LINHA
                GO PROCESSA-ITEM-PAGO-FIM
           END-READ.
           MOVE CONTRATO-CR141 TO LINDET-REL(15: 6).
           MOVE SEQ-CR141      TO LINDET-REL(22: 5).
           IF SITUACAO-CR141 = 2
              ADD 1 TO QT-EXCECOES-W
              MOVE "BOLETO JA LIQUIDADO EM RETORNO"
                TO LINDET-REL(67: 33)
              PERFORM IMPRIME-LINHA
              GO PROCESSA-ITEM-PAGO-FIM
           END-IF.
      *    O TITULO E LIDO ANTES DE QUALQUER GRAVACAO - ITEM DE
      *    RETORNO SEM TITULO NAO PODE DEIXAR BAIXA ORFA EM CRD110.
           MOVE CONTRATO-CR141 TO CONTRATO-CR100.
           MOVE SEQ-CR141      TO SEQ-CR100.
           READ CRD100 INVALID KEY
                ADD 1 TO QT-EXCECOES-W
                MOVE "TITULO NAO EXISTE EM CRD100"
                  TO LINDET-REL(67: 33)
                PERFORM IMPRIME-LINHA
                GO PROCESSA-ITEM-PAGO-FIM
           END-READ.
           MOVE VALOR-TOT-CR100 TO VALOR-ED-W.
           MOVE VALOR-ED-W      TO LINDET-REL(37: 13).
           IF SITUACAO-CR100 <> ZEROS
              ADD 1 TO QT-EXCECOES-W
              MOVE "TITULO NAO ESTA EM ABERTO - SIT."
                TO LINDET-REL(67: 32)
              MOVE SITUACAO-CR100 TO LINDET-REL(100: 1)
              PERFORM IMPRIME-LINHA
              GO PROCESSA-ITEM-PAGO-FIM
           END-IF.
           IF VALOR-PAGO-RET < VALOR-TOT-CR100
              ADD 1 TO QT-DIVERGENTES-W
              MOVE "PAGO A MENOR - NAO BAIXADO"
                TO LINDET-REL(67: 33)
              PERFORM IMPRIME-LINHA
              GO PROCESSA-ITEM-PAGO-FIM
           END-IF.
      *    BAIXA NAO ENTRA EM COMPETENCIA FECHADA PELO CPP071.
           MOVE DATA-PAGTO-RET TO CPP079-DATA.
           CALL "CPP079" USING PARAMETROS-W CPP079-PARAMETROS.
           CANCEL "CPP079".
           IF CPP079-FECHADA = 1
              ADD 1 TO QT-FECHADOS-W
              MOVE "MES FECHADO (CPP071) - NAO BAIXADO"
                TO LINDET-REL(67: 34)
              PERFORM IMPRIME-LINHA
              GO PROCESSA-ITEM-PAGO-FIM
           END-IF.
      *    A BAIXA USA A CHAVE DO TITULO (IGUAL EM CRD141/CRD110).
           MOVE CONTRATO-CR100     TO CONTRATO-CR110.
           MOVE SEQ-CR100          TO SEQ-CR110.
           MOVE COD-APURACAO-CR140 TO CODIGO-COMPL-CR110.
           MOVE VALOR-PAGO-RET     TO VALOR-BAIXADO-CR110.
           MOVE DATA-PAGTO-RET     TO DATA-BAIXA-CR110.
           MOVE 3                  TO FORMA-BAIXA-CR110.
           WRITE REG-CRD110 INVALID KEY
                ADD 1 TO QT-EXCECOES-W
                MOVE "TITULO JA BAIXADO EM CRD110"
                  TO LINDET-REL(67: 33)
                PERFORM IMPRIME-LINHA
                GO PROCESSA-ITEM-PAGO-FIM
           END-WRITE.
           MOVE 2 TO SITUACAO-CR100.
           REWRITE REG-CRD100 INVALID KEY CONTINUE END-REWRITE.
           MOVE 2              TO SITUACAO-CR141.
           MOVE DATA-PAGTO-RET TO DATA-LIQUIDACAO-CR141.
           MOVE VALOR-PAGO-RET TO VALOR-PAGO-CR141.
           REWRITE REG-CRD141 INVALID KEY CONTINUE END-REWRITE.
           ADD 1 TO QT-BAIXADOS-W.
           ADD VALOR-PAGO-RET TO TOTAL-BAIXADO-W.
           IF VALOR-PAGO-RET > VALOR-TOT-CR100
              ADD 1 TO QT-DIVERGENTES-W
              MOVE "BAIXADO - PAGO A MAIOR (ENCARGOS)"
                TO LINDET-REL(67: 33)
           ELSE
              MOVE "BAIXADO" TO LINDET-REL(67: 33)
           END-IF.
           PERFORM IMPRIME-LINHA.
       PROCESSA-ITEM-PAGO-FIM.
           EXIT.

       IMPRIME-LINHA SECTION.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56
              WRITE REG-RELAT FROM CAB01 AFTER PAGE
              WRITE REG-RELAT FROM CAB02
              WRITE REG-RELAT FROM CAB03
              WRITE REG-RELAT FROM CAB02
              MOVE 4 TO LIN
           END-IF.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CRD100 CRD110 CRD140 CRD141 CXD020.
           IF ST-RETORNO = "10" OR ST-RETORNO = "00"
              CLOSE RETORNO
           END-IF.
           EXIT PROGRAM.
