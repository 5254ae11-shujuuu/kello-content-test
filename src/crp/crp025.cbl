       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP025.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Contestação (chargeback) de parcela paga no cartão -
      *quando o portador contesta a cobrança e a adquirente estorna o
      *valor depois do retorno P-PAGO do CRP024:
      *  REGISTRAR : grava a contestação (CRD121: data, motivo da
      *              adquirente, valor), estorna a baixa do CRD110
      *              (guardada na contestação), reabre o título
      *              CRD100, marca o controle CRD120 como 3-CONTESTADO
      *              (não volta para a cobrança de cartão) e lança um
      *              contato de cobrança no CGD025 (resultado
      *              5-CONTESTAÇÃO, retorno para hoje na agenda do
      *              CGP036);
      *  DESFECHO .: GANHA - a adquirente devolve o valor: a baixa é
      *              refeita com a data do desfecho e o título volta a
      *              baixado; PERDIDA - o título continua em aberto na
      *              cobrança;
      *  MOTIVOS ..: cadastro dos códigos de motivo (CRD122);
      *  Baixa com data em competência fechada no CPP071 (consulta
      *  pelo CPP079) não é estornada nem refeita - o mês precisa
      *  ser reaberto antes;
      *  RELATORIO : contestações do mês por motivo, com o valor
      *              perdido.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX100.
           COPY CRPX110.
           COPY CRPX120.
           COPY CRPX121.
           COPY CRPX122.
           COPY CGPX010.
           COPY CGPX025.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW100.
       COPY CRPW110.
       COPY CRPW120.
       COPY CRPW121.
       COPY CRPW122.
       COPY CGPW010.
       COPY CGPW025.
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
           05  ST-CRD120             PIC XX       VALUE SPACES.
           05  ST-CRD121             PIC XX       VALUE SPACES.
           05  ST-CRD122             PIC XX       VALUE SPACES.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-CGD025             PIC XX       VALUE SPACES.
           05  PATH-CGD010           PIC X(30)    VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  DESFECHO-W            PIC X        VALUE SPACES.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(6)     VALUE ZEROS.
           05  SEQ-W                 PIC 9(5)     VALUE ZEROS.
           05  MES-W                 PIC 9(6)     VALUE ZEROS.
           05  VALOR-ED-W            PIC ZZ.ZZZ.ZZ9,99.
      *    TOTAIS DO MES POR MOTIVO
           05  QT-MOT-W              PIC 9(2)     VALUE ZEROS.
           05  IND-M                 PIC 9(2)     VALUE ZEROS.
           05  TAB-MOTIVOS.
               10  TAB-MOT OCCURS 50 TIMES.
                   15  TAB-MOTIVO-W      PIC X(4).
                   15  TAB-QT-W          PIC 9(4).
                   15  TAB-VALOR-W       PIC 9(9)V99.
                   15  TAB-QT-GANHA-W    PIC 9(4).
                   15  TAB-QT-PERDIDA-W  PIC 9(4).
                   15  TAB-VALOR-PERD-W  PIC 9(9)V99.
           05  QT-TOTAL-W            PIC 9(5)     VALUE ZEROS.
           05  VALOR-TOTAL-W         PIC 9(9)V99  VALUE ZEROS.
           05  VALOR-PERDIDO-W       PIC 9(9)V99  VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
           COPY LOGW008C.

       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(42)   VALUE
           "CONTESTACOES DE CARTAO (CHARGEBACK) - MES ".
           05  MES-REL             PIC 9(6).
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(100)  VALUE
           "CONTR  SEQ   CLIENTE              DATA     MOTIVO         VA
      -    "LOR  SITUACAO    DESFECHO".
       01  CAB05.
           05  FILLER              PIC X(100)  VALUE
           "MOTIVO DESCRICAO                       QTDE          VALOR G
      -    "ANHAS PERDIDAS  VALOR PERDIDO".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINTOT.
           05  FILLER              PIC X(39)   VALUE
               "TOTAL DO MES".
           05  QT-TOTAL-REL        PIC ZZZ9.
           05  FILLER              PIC X       VALUE SPACES.
           05  VALOR-TOTAL-REL     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(17)   VALUE SPACES.
           05  VALOR-PERDIDO-REL   PIC ZZZ.ZZZ.ZZ9,99.

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
           MOVE NOME-EMPRESA-W     TO EMPRESA-REL
           MOVE "CRD100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD100.
           MOVE "CRD110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD110.
           MOVE "CRD120" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD120.
           MOVE "CRD121" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD121.
           MOVE "CRD122" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD122.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD025" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD025.
           OPEN I-O CRD100 CRD110 CRD120.
           OPEN INPUT CGD010.
           OPEN I-O CRD121.
           IF ST-CRD121 = "35"
              OPEN OUTPUT CRD121
              CLOSE       CRD121
              OPEN I-O    CRD121
           END-IF.
           OPEN I-O CRD122.
           IF ST-CRD122 = "35"
              OPEN OUTPUT CRD122
              CLOSE       CRD122
              OPEN I-O    CRD122
           END-IF.
           OPEN I-O CGD025.
           IF ST-CGD025 = "35"
              OPEN OUTPUT CGD025
              CLOSE       CGD025
              OPEN I-O    CGD025
           END-IF.
           IF ST-CRD100 <> "00"
              DISPLAY "ERRO ABERTURA CRD100: " ST-CRD100
              MOVE 1 TO ERRO-W.
           IF ST-CRD110 <> "00"
              DISPLAY "ERRO ABERTURA CRD110: " ST-CRD110
              MOVE 1 TO ERRO-W.
           IF ST-CRD120 <> "00"
              DISPLAY "ERRO ABERTURA CRD120: " ST-CRD120
              MOVE 1 TO ERRO-W.
           IF ST-CRD121 <> "00"
              DISPLAY "ERRO ABERTURA CRD121: " ST-CRD121
              MOVE 1 TO ERRO-W.
           IF ST-CRD122 <> "00"
              DISPLAY "ERRO ABERTURA CRD122: " ST-CRD122
              MOVE 1 TO ERRO-W.
           IF ST-CGD025 <> "00"
              DISPLAY "ERRO ABERTURA CGD025: " ST-CGD025
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "CRP025" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA CRP025"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-REGISTRAR  2-DESFECHO  3-MOTIVOS  "
                   "4-RELATORIO  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM REGISTRA-CONTESTACAO
              WHEN 2 PERFORM REGISTRA-DESFECHO
              WHEN 3 PERFORM CADASTRA-MOTIVO
              WHEN 4 PERFORM RELATORIO-MENSAL
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    REGISTRO DA CONTESTACAO E ESTORNO DA BAIXA
      *----------------------------------------------------------------
       REGISTRA-CONTESTACAO SECTION.
           DISPLAY "Contrato: ".
           ACCEPT CONTRATO-W FROM CONSOLE.
           DISPLAY "Sequencia da parcela: ".
           ACCEPT SEQ-W FROM CONSOLE.
           MOVE CONTRATO-W TO CONTRATO-CR120.
           MOVE SEQ-W      TO SEQ-CR120.
           READ CRD120 INVALID KEY
                DISPLAY "PARCELA NAO FOI COBRADA NO CARTAO (CRD120)"
                GO REGISTRA-CONTESTACAO-FIM
           END-READ.
           IF STATUS-RETORNO-CR120 <> 1
              DISPLAY "COBRANCA DE CARTAO NAO ESTA PAGA - STATUS "
                      STATUS-RETORNO-CR120
              GO REGISTRA-CONTESTACAO-FIM
           END-IF.
           MOVE CONTRATO-W TO CONTRATO-CR110.
           MOVE SEQ-W      TO SEQ-CR110.
           READ CRD110 INVALID KEY
                DISPLAY "BAIXA NAO ENCONTRADA EM CRD110"
                GO REGISTRA-CONTESTACAO-FIM
           END-READ.
           MOVE DATA-BAIXA-CR110 TO CPP079-DATA.
           CALL "CPP079" USING PARAMETROS-W CPP079-PARAMETROS.
           CANCEL "CPP079".
           IF CPP079-FECHADA = 1
              DISPLAY "BAIXA DE " DATA-BAIXA-CR110 " EM COMPETENCIA "
                      "FECHADA - REABRIR O MES NO CPP071 ANTES DO "
                      "ESTORNO"
              GO REGISTRA-CONTESTACAO-FIM
           END-IF.
           MOVE CONTRATO-W TO CONTRATO-CR100.
           MOVE SEQ-W      TO SEQ-CR100.
           READ CRD100 INVALID KEY
                DISPLAY "TITULO NAO ENCONTRADO EM CRD100"
                GO REGISTRA-CONTESTACAO-FIM
           END-READ.
           MOVE CONTRATO-W TO CONTRATO-CR121.
           MOVE SEQ-W      TO SEQ-CR121.
           READ CRD121 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                DISPLAY "PARCELA JA CONTESTADA EM "
                        DATA-CONTESTACAO-CR121
                GO REGISTRA-CONTESTACAO-FIM
           END-READ.
           MOVE CLASSIF-CLI-CR100 TO CLASSIF-CG10.
           MOVE COD-CLIENTE-CR100 TO CODIGO-CG10.
           READ CGD010 INVALID KEY MOVE SPACES TO NOME-CG10
           END-READ.
           DISPLAY "CLIENTE: " NOME-CG10.
           DISPLAY "BAIXA DE " DATA-BAIXA-CR110 " VALOR "
                   VALOR-BAIXADO-CR110.
           INITIALIZE REG-CRD121.
           MOVE CONTRATO-W        TO CONTRATO-CR121.
           MOVE SEQ-W             TO SEQ-CR121.
           MOVE CLASSIF-CLI-CR100 TO CLASSIF-CLI-CR121.
           MOVE COD-CLIENTE-CR100 TO COD-CLIENTE-CR121.
           DISPLAY "Data da contestacao (AAAAMMDD, ZERO = HOJE): ".
           ACCEPT DATA-CONTESTACAO-CR121 FROM CONSOLE.
           IF DATA-CONTESTACAO-CR121 = ZEROS
              MOVE DATA-HOJE-W TO DATA-CONTESTACAO-CR121
           END-IF.
           DISPLAY "Motivo da adquirente (codigo): ".
           ACCEPT MOTIVO-CR121 FROM CONSOLE.
           MOVE MOTIVO-CR121 TO MOTIVO-CR122.
           READ CRD122 INVALID KEY
                DISPLAY "MOTIVO NAO CADASTRADO (OPCAO 3)"
                GO REGISTRA-CONTESTACAO-FIM
           END-READ.
           DISPLAY "MOTIVO: " DESCRICAO-CR122.
           DISPLAY "Valor estornado (digitos, 2 decimais; ZERO = "
                   "VALOR DA BAIXA): ".
           ACCEPT VALOR-CR121 FROM CONSOLE.
           IF VALOR-CR121 = ZEROS
              OR VALOR-CR121 > VALOR-BAIXADO-CR110
              MOVE VALOR-BAIXADO-CR110 TO VALOR-CR121
           END-IF.
           DISPLAY "Observacao: ".
           ACCEPT OBS-CR121 FROM CONSOLE.
           DISPLAY "Confirma estorno da baixa e reabertura (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO REGISTRA-CONTESTACAO-FIM
           END-IF.
           MOVE COD-USUARIO-W       TO OPERADOR-CR121.
           MOVE CODIGO-COMPL-CR110  TO CODIGO-COMPL-ANT-CR121.
           MOVE VALOR-BAIXADO-CR110 TO VALOR-BAIXADO-ANT-CR121.
           MOVE DATA-BAIXA-CR110    TO DATA-BAIXA-ANT-CR121.
           MOVE ZEROS               TO SITUACAO-CR121
                                       DATA-DESFECHO-CR121.
           WRITE REG-CRD121 INVALID KEY
                DISPLAY "ERRO GRAVACAO CRD121: " ST-CRD121
                GO REGISTRA-CONTESTACAO-FIM
           END-WRITE.
           DELETE CRD110 RECORD INVALID KEY
                DISPLAY "ERRO EXCLUSAO CRD110: " ST-CRD110
           END-DELETE.
           MOVE ZEROS TO SITUACAO-CR100.
           REWRITE REG-CRD100 INVALID KEY
                DISPLAY "ERRO REGRAVACAO CRD100: " ST-CRD100
           END-REWRITE.
           MOVE 3 TO STATUS-RETORNO-CR120.
           REWRITE REG-CRD120 INVALID KEY
                DISPLAY "ERRO REGRAVACAO CRD120: " ST-CRD120
           END-REWRITE.
           PERFORM LANCA-CONTATO-COBRANCA.
           DISPLAY "CONTESTACAO REGISTRADA - TITULO REABERTO.".
       REGISTRA-CONTESTACAO-FIM.
           EXIT.

      *    CONTATO DE COBRANCA PARA A AGENDA DO CGP036 (RETORNO HOJE).
       LANCA-CONTATO-COBRANCA SECTION.
           INITIALIZE REG-CGD025.
           MOVE CLASSIF-CLI-CR121 TO CLASSIF-CG25.
           MOVE COD-CLIENTE-CR121 TO CODIGO-CG25.
           MOVE 1                 TO SEQ-CG25.
           MOVE DATA-HOJE-W       TO DATA-CONTATO-CG25
                                     DATA-PROMESSA-CG25.
           MOVE COD-USUARIO-W     TO OPERADOR-CG25.
           MOVE 5                 TO RESULTADO-CG25.
           MOVE ZEROS             TO CUMPRIDA-CG25.
           MOVE SPACES            TO OBS-CG25.
           STRING "CHARGEBACK CONTR " CONTRATO-CR121 " SEQ "
                  SEQ-CR121 " MOT " MOTIVO-CR121
                  DELIMITED BY SIZE INTO OBS-CG25.
           MOVE ZEROS TO ST-CGD025.
           PERFORM UNTIL ST-CGD025 = "10"
             WRITE REG-CGD025 INVALID KEY
                 ADD 1 TO SEQ-CG25
               NOT INVALID KEY
                 MOVE "10" TO ST-CGD025.
           MOVE ZEROS TO ST-CGD025.

      *----------------------------------------------------------------
      *    DESFECHO DA DISPUTA
      *----------------------------------------------------------------
       REGISTRA-DESFECHO SECTION.
           DISPLAY "Contrato: ".
           ACCEPT CONTRATO-W FROM CONSOLE.
           DISPLAY "Sequencia da parcela: ".
           ACCEPT SEQ-W FROM CONSOLE.
           MOVE CONTRATO-W TO CONTRATO-CR121.
           MOVE SEQ-W      TO SEQ-CR121.
           READ CRD121 INVALID KEY
                DISPLAY "CONTESTACAO NAO ENCONTRADA"
                GO REGISTRA-DESFECHO-FIM
           END-READ.
           IF SITUACAO-CR121 <> ZEROS
              DISPLAY "DISPUTA JA ENCERRADA EM " DATA-DESFECHO-CR121
              GO REGISTRA-DESFECHO-FIM
           END-IF.
           DISPLAY "CONTESTADA EM " DATA-CONTESTACAO-CR121
                   " MOTIVO " MOTIVO-CR121 " VALOR " VALOR-CR121.
           DISPLAY "Desfecho (G-GANHA  P-PERDIDA): ".
           ACCEPT DESFECHO-W FROM CONSOLE.
           IF DESFECHO-W = "g" MOVE "G" TO DESFECHO-W.
           IF DESFECHO-W = "p" MOVE "P" TO DESFECHO-W.
           IF DESFECHO-W <> "G" AND DESFECHO-W <> "P"
              GO REGISTRA-DESFECHO-FIM
           END-IF.
           MOVE DATA-HOJE-W TO DATA-DESFECHO-CR121.
      *    A BAIXA REFEITA LEVA A DATA DO DESFECHO.
           IF DESFECHO-W = "G"
              MOVE DATA-DESFECHO-CR121 TO CPP079-DATA
              CALL "CPP079" USING PARAMETROS-W CPP079-PARAMETROS
              CANCEL "CPP079"
              IF CPP079-FECHADA = 1
                 DISPLAY "COMPETENCIA DE " DATA-DESFECHO-CR121
                         " FECHADA - REABRIR O MES NO CPP071 ANTES "
                         "DE REFAZER A BAIXA"
                 GO REGISTRA-DESFECHO-FIM
              END-IF
           END-IF.
           IF DESFECHO-W = "G"
              MOVE 1 TO SITUACAO-CR121
              PERFORM REFAZ-BAIXA
           ELSE
              MOVE 2 TO SITUACAO-CR121
              DISPLAY "DISPUTA PERDIDA - TITULO SEGUE EM COBRANCA."
           END-IF.
           REWRITE REG-CRD121 INVALID KEY
                DISPLAY "ERRO REGRAVACAO CRD121: " ST-CRD121
           END-REWRITE.
       REGISTRA-DESFECHO-FIM.
           EXIT.

      *    DISPUTA GANHA: A ADQUIRENTE DEVOLVE O VALOR E A BAIXA DE
      *    CARTAO E REFEITA - SALVO SE O TITULO JA FOI PAGO POR OUTRO
      *    MEIO ENQUANTO ESTAVA REABERTO.
       REFAZ-BAIXA SECTION.
           MOVE CONTRATO-CR121 TO CONTRATO-CR100.
           MOVE SEQ-CR121      TO SEQ-CR100.
           READ CRD100 INVALID KEY
                DISPLAY "TITULO NAO ENCONTRADO EM CRD100"
                GO REFAZ-BAIXA-FIM
           END-READ.
           IF SITUACAO-CR100 <> ZEROS
              DISPLAY "TITULO JA BAIXADO POR OUTRO MEIO - VALOR "
                      "DEVOLVIDO PELA ADQUIRENTE A TRATAR NO CAIXA"
              GO REFAZ-BAIXA-FIM
           END-IF.
           MOVE CONTRATO-CR121          TO CONTRATO-CR110.
           MOVE SEQ-CR121               TO SEQ-CR110.
           MOVE CODIGO-COMPL-ANT-CR121  TO CODIGO-COMPL-CR110.
           MOVE VALOR-BAIXADO-ANT-CR121 TO VALOR-BAIXADO-CR110.
           MOVE DATA-DESFECHO-CR121     TO DATA-BAIXA-CR110.
           MOVE 2                       TO FORMA-BAIXA-CR110.
           WRITE REG-CRD110 INVALID KEY
                DISPLAY "TITULO JA BAIXADO EM CRD110"
                GO REFAZ-BAIXA-FIM
           END-WRITE.
           MOVE 2 TO SITUACAO-CR100.
           REWRITE REG-CRD100 INVALID KEY CONTINUE END-REWRITE.
           MOVE CONTRATO-CR121 TO CONTRATO-CR120.
           MOVE SEQ-CR121      TO SEQ-CR120.
           READ CRD120 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE 1 TO STATUS-RETORNO-CR120
                REWRITE REG-CRD120 INVALID KEY CONTINUE
                END-REWRITE
           END-READ.
           DISPLAY "DISPUTA GANHA - BAIXA REFEITA EM "
                   DATA-DESFECHO-CR121.
       REFAZ-BAIXA-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    CADASTRO DE MOTIVOS (CRD122)
      *----------------------------------------------------------------
       CADASTRA-MOTIVO SECTION.
           MOVE SPACES TO MOTIVO-CR122.
           START CRD122 KEY IS NOT < MOTIVO-CR122 INVALID KEY
                 MOVE "10" TO ST-CRD122.
           PERFORM UNTIL ST-CRD122 = "10"
              READ CRD122 NEXT RECORD AT END MOVE "10" TO ST-CRD122
              NOT AT END
                DISPLAY MOTIVO-CR122 " " DESCRICAO-CR122
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD122.
           DISPLAY "Codigo do motivo (ENTER = VOLTAR): ".
           ACCEPT MOTIVO-CR122 FROM CONSOLE.
           IF MOTIVO-CR122 = SPACES
              GO CADASTRA-MOTIVO-FIM
           END-IF.
           DISPLAY "Descricao: ".
           ACCEPT DESCRICAO-CR122 FROM CONSOLE.
           WRITE REG-CRD122 INVALID KEY
                REWRITE REG-CRD122 INVALID KEY
                     DISPLAY "ERRO GRAVACAO CRD122: " ST-CRD122
                END-REWRITE
           END-WRITE.
           DISPLAY "MOTIVO GRAVADO.".
       CADASTRA-MOTIVO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    RELATORIO MENSAL POR MOTIVO
      *----------------------------------------------------------------
       RELATORIO-MENSAL SECTION.
           DISPLAY "Mes da contestacao (AAAAMM): ".
           ACCEPT MES-W FROM CONSOLE.
           MOVE MES-W TO MES-REL.
           MOVE ZEROS TO QT-MOT-W QT-TOTAL-W VALOR-TOTAL-W
                         VALOR-PERDIDO-W PAGE-COUNT.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           INITIALIZE CHAVE-CR121.
           START CRD121 KEY IS NOT < CHAVE-CR121 INVALID KEY
                 MOVE "10" TO ST-CRD121.
           PERFORM UNTIL ST-CRD121 = "10"
              READ CRD121 NEXT RECORD AT END MOVE "10" TO ST-CRD121
              NOT AT END
                IF DATA-CONTESTACAO-CR121(1: 6) = MES-REL
                   PERFORM IMPRIME-CONTESTACAO
                   PERFORM ACUMULA-MOTIVO
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD121.
           PERFORM IMPRIME-RESUMO.
           CLOSE RELAT.
           DISPLAY "CONTESTACOES NO MES: " QT-TOTAL-W
                   "  VALOR PERDIDO: " VALOR-PERDIDO-W.

       IMPRIME-CONTESTACAO SECTION.
           MOVE CLASSIF-CLI-CR121 TO CLASSIF-CG10.
           MOVE COD-CLIENTE-CR121 TO CODIGO-CG10.
           READ CGD010 INVALID KEY MOVE SPACES TO NOME-CG10
           END-READ.
           MOVE SPACES                 TO LINDET-REL.
           MOVE CONTRATO-CR121         TO LINDET-REL(1: 6).
           MOVE SEQ-CR121              TO LINDET-REL(8: 5).
           MOVE NOME-CG10(1: 20)       TO LINDET-REL(14: 20).
           MOVE DATA-CONTESTACAO-CR121 TO LINDET-REL(35: 8).
           MOVE MOTIVO-CR121           TO LINDET-REL(44: 4).
           MOVE VALOR-CR121            TO VALOR-ED-W.
           MOVE VALOR-ED-W             TO LINDET-REL(51: 13).
           EVALUATE SITUACAO-CR121
              WHEN 0 MOVE "EM DISPUTA" TO LINDET-REL(66: 10)
              WHEN 1 MOVE "GANHA"      TO LINDET-REL(66: 10)
              WHEN 2 MOVE "PERDIDA"    TO LINDET-REL(66: 10)
           END-EVALUATE.
           IF DATA-DESFECHO-CR121 > ZEROS
              MOVE DATA-DESFECHO-CR121 TO LINDET-REL(78: 8)
           END-IF.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.

       ACUMULA-MOTIVO SECTION.
           ADD 1           TO QT-TOTAL-W.
           ADD VALOR-CR121 TO VALOR-TOTAL-W.
           MOVE ZEROS TO IND-M.
           PERFORM VARYING IND-M FROM 1 BY 1
                     UNTIL IND-M > QT-MOT-W
                        OR TAB-MOTIVO-W(IND-M) = MOTIVO-CR121
              CONTINUE
           END-PERFORM.
           IF IND-M > QT-MOT-W
              IF QT-MOT-W = 50
                 MOVE 50 TO IND-M
              ELSE
                 ADD 1 TO QT-MOT-W
                 MOVE QT-MOT-W     TO IND-M
                 MOVE MOTIVO-CR121 TO TAB-MOTIVO-W(IND-M)
                 MOVE ZEROS TO TAB-QT-W(IND-M) TAB-VALOR-W(IND-M)
                               TAB-QT-GANHA-W(IND-M)
                               TAB-QT-PERDIDA-W(IND-M)
                               TAB-VALOR-PERD-W(IND-M)
              END-IF
           END-IF.
           ADD 1           TO TAB-QT-W(IND-M).
           ADD VALOR-CR121 TO TAB-VALOR-W(IND-M).
           IF SITUACAO-CR121 = 1
              ADD 1 TO TAB-QT-GANHA-W(IND-M)
           END-IF.
           IF SITUACAO-CR121 = 2
              ADD 1           TO TAB-QT-PERDIDA-W(IND-M)
              ADD VALOR-CR121 TO TAB-VALOR-PERD-W(IND-M)
                                 VALOR-PERDIDO-W
           END-IF.

       IMPRIME-RESUMO SECTION.
           IF LIN > 48 PERFORM CABECALHO END-IF.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM CAB05.
           WRITE REG-RELAT FROM CAB03.
           PERFORM VARYING IND-M FROM 1 BY 1 UNTIL IND-M > QT-MOT-W
              MOVE TAB-MOTIVO-W(IND-M) TO MOTIVO-CR122
              READ CRD122 INVALID KEY MOVE SPACES TO DESCRICAO-CR122
              END-READ
              MOVE SPACES                  TO LINDET-REL
              MOVE TAB-MOTIVO-W(IND-M)     TO LINDET-REL(1: 4)
              MOVE DESCRICAO-CR122         TO LINDET-REL(8: 30)
              MOVE TAB-QT-W(IND-M)         TO LINDET-REL(40: 4)
              MOVE TAB-VALOR-W(IND-M)      TO VALOR-ED-W
              MOVE VALOR-ED-W              TO LINDET-REL(46: 13)
              MOVE TAB-QT-GANHA-W(IND-M)   TO LINDET-REL(62: 4)
              MOVE TAB-QT-PERDIDA-W(IND-M) TO LINDET-REL(71: 4)
              MOVE TAB-VALOR-PERD-W(IND-M) TO VALOR-ED-W
              MOVE VALOR-ED-W              TO LINDET-REL(77: 13)
              WRITE REG-RELAT FROM LINDET
           END-PERFORM.
           MOVE QT-TOTAL-W      TO QT-TOTAL-REL.
           MOVE VALOR-TOTAL-W   TO VALOR-TOTAL-REL.
           MOVE VALOR-PERDIDO-W TO VALOR-PERDIDO-REL.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINTOT.

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
           CLOSE CRD100 CRD110 CRD120 CRD121 CRD122 CGD010 CGD025.
           EXIT PROGRAM.
