       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP109.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Importação do retorno da prefeitura para os lotes de RPS
      *do CRP108 - a metade de entrada da NFS-e (mesmo desenho do par
      *CRP023/CRP024). Lê o arquivo de retorno (um registro tipo "2"
      *por RPS processado), localiza o RPS em CRD161 e:
      *  AUTORIZADO - grava número, data e código de verificação da
      *               NFS-e; o número passa a aparecer na consulta do
      *               título (CRP101) e na consulta 360 (CGP024);
      *  REJEITADO  - grava o motivo informado pela prefeitura; o
      *               título volta a ser selecionado no próximo lote
      *               com um número de RPS novo.
      *Os RPS rejeitados saem listados com o motivo, para a correção
      *do cadastro antes do próximo lote.
      *LAYOUT DO RETORNO (POSICOES): 1 = "2"; 2-6 SERIE; 7-15 NUMERO
      *DO RPS; 16 SITUACAO (A-AUTORIZADO / R-REJEITADO); 17-28 NUMERO
      *DA NFS-E; 29-36 DATA DA NFS-E (AAAAMMDD); 37-45 CODIGO DE
      *VERIFICACAO; 46-105 MOTIVO DA REJEICAO. DEMAIS TIPOS DE
      *REGISTRO (CABECALHO/RODAPE) SAO IGNORADOS.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX161.
           COPY CGPX010.
           SELECT RETORNO ASSIGN TO RETORNO-PATH-W
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-RETORNO.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW161.
       COPY CGPW010.
       FD  RETORNO
           LABEL RECORD IS OMITTED.
       01  REG-RETORNO.
           05  TIPO-REG-RET        PIC X.
           05  SERIE-RET           PIC X(5).
           05  NR-RPS-RET          PIC 9(9).
           05  SITUACAO-RET        PIC X.
           05  NR-NFSE-RET         PIC 9(12).
           05  DATA-NFSE-RET       PIC 9(8).
           05  COD-VERIFICACAO-RET PIC X(9).
           05  MOTIVO-RET          PIC X(60).
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD161             PIC XX       VALUE SPACES.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-RETORNO            PIC XX       VALUE SPACES.
           05  PATH-CGD010           PIC X(30)    VALUE SPACES.
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
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  QT-AUTORIZADOS-W      PIC 9(5)     VALUE ZEROS.
           05  QT-REJEITADOS-W       PIC 9(5)     VALUE ZEROS.
           05  QT-NAO-LOCALIZADOS-W  PIC 9(5)     VALUE ZEROS.
           05  QT-JA-PROCESSADOS-W   PIC 9(5)     VALUE ZEROS.
           COPY "PARAMETR".
       01  CAB01.
           05  FILLER              PIC X(46)   VALUE
               "RETORNO DA NFS-E (PREFEITURA) - PROCESSADO EM".
           05  FILLER              PIC X       VALUE SPACES.
           05  DATA-PROC-REL       PIC 99/99/9999.
       01  CAB02.
           05  FILLER              PIC X(99)   VALUE ALL "=".
       01  CAB03.
           05  FILLER              PIC X(99)   VALUE
           "RPS REJEITADOS / NAO LOCALIZADOS - MOTIVO INFORMADO PELA PR
      -    "EFEITURA".
       01  CAB04.
           05  FILLER              PIC X(99)   VALUE
           "SERIE RPS       CONTR  SEQ   CLIENTE              MOTIVO".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINTOT1.
           05  FILLER        PIC X(22) VALUE "NFS-E AUTORIZADAS..: ".
           05  QT-AUTORIZADOS-REL  PIC ZZ.ZZ9.
       01  LINTOT2.
           05  FILLER        PIC X(22) VALUE "RPS REJEITADOS.....: ".
           05  QT-REJEITADOS-REL   PIC ZZ.ZZ9.
       01  LINTOT3.
           05  FILLER        PIC X(22) VALUE "NAO LOCALIZADOS....: ".
           05  QT-NAO-LOC-REL      PIC ZZ.ZZ9.
       01  LINTOT4.
           05  FILLER        PIC X(22) VALUE "JA PROCESSADOS.....: ".
           05  QT-JA-PROC-REL      PIC ZZ.ZZ9.

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
           MOVE ZEROS TO ERRO-W QT-AUTORIZADOS-W QT-REJEITADOS-W
                         QT-NAO-LOCALIZADOS-W QT-JA-PROCESSADOS-W.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CRD161" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD161.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           OPEN I-O CRD161.
           OPEN INPUT CGD010.
           IF ST-CRD161 <> "00"
              DISPLAY "ERRO ABERTURA CRD161 (NENHUM LOTE GERADO PELO "
                      "CRP108): " ST-CRD161
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              DISPLAY "Arquivo de retorno da prefeitura: "
              ACCEPT RETORNO-PATH-W FROM CONSOLE
              OPEN INPUT RETORNO
              IF ST-RETORNO <> "00"
                 DISPLAY "ERRO ABERTURA RETORNO: " ST-RETORNO
                 MOVE 1 TO ERRO-W
              ELSE
                 MOVE DATA-HOJE-W TO DATA-PROC-REL
                 OPEN OUTPUT RELAT
                 WRITE REG-RELAT FROM CAB01
                 WRITE REG-RELAT FROM CAB02
                 WRITE REG-RELAT FROM CAB03
                 WRITE REG-RELAT FROM CAB04
                 WRITE REG-RELAT FROM CAB02
                 MOVE 5 TO LIN
              END-IF
           END-IF.

       PROCESSA-RETORNO SECTION.
           PERFORM UNTIL ST-RETORNO = "10"
              READ RETORNO AT END MOVE "10" TO ST-RETORNO
              NOT AT END
                IF TIPO-REG-RET = "2"
                   PERFORM TRATA-RPS
                END-IF
              END-READ
           END-PERFORM.
           MOVE QT-AUTORIZADOS-W     TO QT-AUTORIZADOS-REL.
           MOVE QT-REJEITADOS-W      TO QT-REJEITADOS-REL.
           MOVE QT-NAO-LOCALIZADOS-W TO QT-NAO-LOC-REL.
           MOVE QT-JA-PROCESSADOS-W  TO QT-JA-PROC-REL.
           WRITE REG-RELAT FROM LINTOT1 AFTER 2.
           WRITE REG-RELAT FROM LINTOT2 AFTER 1.
           WRITE REG-RELAT FROM LINTOT3 AFTER 1.
           WRITE REG-RELAT FROM LINTOT4 AFTER 1.
           CLOSE RELAT RETORNO.
           DISPLAY "AUTORIZADAS: " QT-AUTORIZADOS-W
                   "  REJEITADAS: " QT-REJEITADOS-W
                   "  NAO LOCALIZADAS: " QT-NAO-LOCALIZADOS-W.

      *    RPS JA AUTORIZADO NAO E ALTERADO POR UM RETORNO REPETIDO.
       TRATA-RPS SECTION.
           MOVE SERIE-RET  TO SERIE-CR161.
           MOVE NR-RPS-RET TO NR-RPS-CR161.
           READ CRD161 INVALID KEY
                ADD 1 TO QT-NAO-LOCALIZADOS-W
                MOVE SPACES TO LINDET-REL
                MOVE SERIE-RET  TO LINDET-REL(1: 5)
                MOVE NR-RPS-RET TO LINDET-REL(7: 9)
                MOVE "RPS NAO LOCALIZADO EM CRD161"
                                TO LINDET-REL(52: 49)
                PERFORM IMPRIME-LINHA
                GO TRATA-RPS-FIM
           END-READ.
           IF SITUACAO-CR161 = 1
              ADD 1 TO QT-JA-PROCESSADOS-W
              GO TRATA-RPS-FIM
           END-IF.
           MOVE DATA-HOJE-W TO DATA-RETORNO-CR161.
           EVALUATE SITUACAO-RET
              WHEN "A"
                 MOVE 1                   TO SITUACAO-CR161
                 MOVE NR-NFSE-RET         TO NR-NFSE-CR161
                 MOVE DATA-NFSE-RET       TO DATA-NFSE-CR161
                 MOVE COD-VERIFICACAO-RET TO COD-VERIFICACAO-CR161
                 MOVE SPACES              TO MOTIVO-REJEICAO-CR161
                 ADD 1 TO QT-AUTORIZADOS-W
              WHEN "R"
                 MOVE 2                   TO SITUACAO-CR161
                 MOVE MOTIVO-RET          TO MOTIVO-REJEICAO-CR161
                 ADD 1 TO QT-REJEITADOS-W
                 PERFORM LISTA-REJEITADO
              WHEN OTHER
                 GO TRATA-RPS-FIM
           END-EVALUATE.
           REWRITE REG-CRD161 INVALID KEY
                DISPLAY "ERRO REGRAVACAO CRD161: " ST-CRD161
           END-REWRITE.
       TRATA-RPS-FIM.
           EXIT.

       LISTA-REJEITADO SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE SERIE-CR161       TO LINDET-REL(1: 5).
           MOVE NR-RPS-CR161      TO LINDET-REL(7: 9).
           MOVE CONTRATO-CR161    TO LINDET-REL(17: 6).
           MOVE SEQ-CR161         TO LINDET-REL(24: 5).
           MOVE CLASSIF-CLI-CR161 TO CLASSIF-CG10.
           MOVE COD-CLIENTE-CR161 TO CODIGO-CG10.
           READ CGD010 INVALID KEY MOVE SPACES TO NOME-CG10
           END-READ.
           MOVE NOME-CG10(1: 20)  TO LINDET-REL(31: 20).
           MOVE MOTIVO-RET(1: 49) TO LINDET-REL(52: 49).
           PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA SECTION.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56
              WRITE REG-RELAT FROM CAB01 AFTER PAGE
              WRITE REG-RELAT FROM CAB02
              WRITE REG-RELAT FROM CAB03
              WRITE REG-RELAT FROM CAB04
              WRITE REG-RELAT FROM CAB02
              MOVE 5 TO LIN
           END-IF.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CRD161 CGD010.
           EXIT PROGRAM.
