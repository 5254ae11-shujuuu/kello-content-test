       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP107.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Comissão de vendedor sobre as parcelas recebidas dos
      *contratos (COD040) que vendeu:
      *  VENDEDORES .: cadastro do vendedor (CRD150, satélite do
      *                CGD001) com a taxa padrão de comissão;
      *  CONTRATO ...: atribui o vendedor e a taxa ao contrato
      *                (CRD151; taxa zero assume a padrão);
      *  FECHAMENTO .: gera os lançamentos da competência (CRD152) -
      *                crédito para cada parcela recebida em CRD110 no
      *                mês e ainda não comissionada, e estorno das
      *                parcelas comissionadas antes cuja baixa foi
      *                estornada (CRD110 excluído, ex.: contestação de
      *                cartão do CRP025). Pode ser refeito enquanto não
      *                houver competência posterior fechada. Imprime o
      *                demonstrativo;
      *  DEMONSTRATIVO: reimprime a competência - uma página por
      *                vendedor com créditos, estornos e o líquido.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX001.
           COPY COPX040.
           COPY CRPX110.
           COPY CRPX150.
           COPY CRPX151.
           COPY CRPX152.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW001.
       COPY COPW040.
       COPY CRPW110.
       COPY CRPW150.
       COPY CRPW151.
       COPY CRPW152.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-CRD110             PIC XX       VALUE SPACES.
           05  ST-CRD150             PIC XX       VALUE SPACES.
           05  ST-CRD151             PIC XX       VALUE SPACES.
           05  ST-CRD152             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(3)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  COMPETENCIA-W         PIC 9(6)     VALUE ZEROS.
           05  VENDEDOR-W            PIC 9(6)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(6)     VALUE ZEROS.
           05  TAXA-W                PIC 9(2)V99  VALUE ZEROS.
           05  TEM-POSTERIOR-W       PIC 9        VALUE ZEROS.
      *    ACUMULO POR PARCELA (CREDITOS MENOS ESTORNOS)
           05  PARCELA-CORRENTE-W.
               10  CONTRATO-CORR-W   PIC 9(6)     VALUE ZEROS.
               10  SEQ-CORR-W        PIC 9(5)     VALUE ZEROS.
           05  VENDEDOR-CORR-W       PIC 9(6)     VALUE ZEROS.
           05  TAXA-CORR-W           PIC 9(2)V99  VALUE ZEROS.
           05  DATA-BAIXA-CORR-W     PIC 9(8)     VALUE ZEROS.
           05  BASE-LIQ-W            PIC S9(9)V99 VALUE ZEROS.
           05  COMISSAO-LIQ-W        PIC S9(9)V99 VALUE ZEROS.
      *    CONTADORES DO FECHAMENTO
           05  QT-EXCLUIDOS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-CREDITOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-ESTORNOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-SEM-VENDEDOR-W     PIC 9(5)     VALUE ZEROS.
      *    TOTAIS DO DEMONSTRATIVO
           05  VENDEDOR-RELAT-W      PIC 9(6)     VALUE ZEROS.
           05  CREDITO-VEND-W        PIC 9(9)V99  VALUE ZEROS.
           05  ESTORNO-VEND-W        PIC 9(9)V99  VALUE ZEROS.
           05  LIQUIDO-VEND-W        PIC S9(9)V99 VALUE ZEROS.
           05  LIQUIDO-GERAL-W       PIC S9(11)V99 VALUE ZEROS.
           05  VALOR-ED-W            PIC ZZ.ZZZ.ZZ9,99.
           05  VALOR-NEG-ED-W        PIC -Z.ZZZ.ZZ9,99.
           05  TAXA-ED-W             PIC Z9,99.
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
      *    O ESTORNO E GRAVADO NA QUEBRA, COM O PRIMEIRO LANCAMENTO DA
      *    PARCELA SEGUINTE JA LIDO NA AREA DO REGISTRO.
       01  REG-CRD152-SALVO        PIC X(70)   VALUE SPACES.

       01  CAB01.
           05  EMPRESA-REL         PIC X(60)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(44)   VALUE
               "DEMONSTRATIVO DE COMISSAO DE VENDEDOR - MES ".
           05  COMPETENCIA-REL     PIC 9(6).
       01  CAB03.
           05  FILLER              PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(9)    VALUE "VENDEDOR ".
           05  VENDEDOR-REL        PIC 9(6).
           05  FILLER              PIC X       VALUE SPACES.
           05  NOME-VEND-REL       PIC X(30).
       01  CAB05.
           05  FILLER              PIC X(90)   VALUE
           "CONTR  SEQ   TURMA      DT.BAIXA TIPO         VALOR RECEBIDO
      -    " TAXA       COMISSAO".
       01  LINDET.
           05  LINDET-REL          PIC X(90)   VALUE SPACES.
       01  LINTOT1.
           05  FILLER          PIC X(22) VALUE "CREDITOS DO MES....: ".
           05  CREDITO-REL         PIC ZZZ.ZZZ.ZZ9,99.
       01  LINTOT2.
           05  FILLER          PIC X(22) VALUE "ESTORNOS...........: ".
           05  ESTORNO-REL         PIC ZZZ.ZZZ.ZZ9,99.
       01  LINTOT3.
           05  FILLER          PIC X(22) VALUE "LIQUIDO A PAGAR....: ".
           05  LIQUIDO-REL         PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DESCONTAR-REL       PIC X(30)   VALUE SPACES.
       01  LINTOTG.
           05  FILLER          PIC X(22) VALUE "TOTAL GERAL........: ".
           05  LIQUIDO-GER-REL     PIC -Z.ZZZ.ZZZ.ZZ9,99.

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
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "COD040" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040.
           MOVE "CRD110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD110.
           MOVE "CRD150" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD150.
           MOVE "CRD151" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD151.
           MOVE "CRD152" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD152.
           OPEN INPUT CGD001 COD040 CRD110.
           OPEN I-O CRD150.
           IF ST-CRD150 = "35"
              OPEN OUTPUT CRD150
              CLOSE       CRD150
              OPEN I-O    CRD150
           END-IF.
           OPEN I-O CRD151.
           IF ST-CRD151 = "35"
              OPEN OUTPUT CRD151
              CLOSE       CRD151
              OPEN I-O    CRD151
           END-IF.
           OPEN I-O CRD152.
           IF ST-CRD152 = "35"
              OPEN OUTPUT CRD152
              CLOSE       CRD152
              OPEN I-O    CRD152
           END-IF.
           IF ST-CGD001 <> "00"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W.
           IF ST-COD040 <> "00"
              DISPLAY "ERRO ABERTURA COD040: " ST-COD040
              MOVE 1 TO ERRO-W.
           IF ST-CRD110 <> "00"
              DISPLAY "ERRO ABERTURA CRD110: " ST-CRD110
              MOVE 1 TO ERRO-W.
           IF ST-CRD150 <> "00"
              DISPLAY "ERRO ABERTURA CRD150: " ST-CRD150
              MOVE 1 TO ERRO-W.
           IF ST-CRD151 <> "00"
              DISPLAY "ERRO ABERTURA CRD151: " ST-CRD151
              MOVE 1 TO ERRO-W.
           IF ST-CRD152 <> "00"
              DISPLAY "ERRO ABERTURA CRD152: " ST-CRD152
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "CRP107" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA CRP107"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-VENDEDORES  2-CONTRATO  3-FECHAMENTO  "
                   "4-DEMONSTRATIVO  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM CADASTRA-VENDEDOR
              WHEN 2 PERFORM ATRIBUI-CONTRATO
              WHEN 3 PERFORM FECHAMENTO-MENSAL
              WHEN 4 PERFORM REIMPRIME-DEMONSTRATIVO
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    CADASTRO DE VENDEDORES (CRD150)
      *----------------------------------------------------------------
       CADASTRA-VENDEDOR SECTION.
           MOVE ZEROS TO VENDEDOR-CR150.
           START CRD150 KEY IS NOT < VENDEDOR-CR150 INVALID KEY
                 MOVE "10" TO ST-CRD150.
           PERFORM UNTIL ST-CRD150 = "10"
              READ CRD150 NEXT RECORD AT END MOVE "10" TO ST-CRD150
              NOT AT END
                MOVE VENDEDOR-CR150 TO CODIGO-CG01
                READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
                END-READ
                MOVE TAXA-PADRAO-CR150 TO TAXA-ED-W
                IF INATIVO-CR150 = 1
                   DISPLAY VENDEDOR-CR150 " " NOME-CG01 " "
                           TAXA-ED-W "% INATIVO"
                ELSE
                   DISPLAY VENDEDOR-CR150 " " NOME-CG01 " "
                           TAXA-ED-W "%"
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD150.
           DISPLAY "Codigo do vendedor no CGD001 (0 = VOLTAR): ".
           ACCEPT VENDEDOR-W FROM CONSOLE.
           IF VENDEDOR-W = ZEROS
              GO CADASTRA-VENDEDOR-FIM
           END-IF.
           MOVE VENDEDOR-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                DISPLAY "CODIGO NAO CADASTRADO NO CGD001"
                GO CADASTRA-VENDEDOR-FIM
           END-READ.
           DISPLAY "VENDEDOR: " NOME-CG01.
           MOVE VENDEDOR-W TO VENDEDOR-CR150.
           READ CRD150 INVALID KEY
                INITIALIZE REG-CRD150
                MOVE VENDEDOR-W  TO VENDEDOR-CR150
                MOVE DATA-HOJE-W TO DATA-CADASTRO-CR150
           END-READ.
           DISPLAY "Taxa padrao de comissao % (digitos, 2 decimais): ".
           ACCEPT TAXA-PADRAO-CR150 FROM CONSOLE.
           DISPLAY "Inativo (0-NAO 1-SIM): ".
           ACCEPT INATIVO-CR150 FROM CONSOLE.
           IF INATIVO-CR150 <> 1
              MOVE ZEROS TO INATIVO-CR150
           END-IF.
           MOVE COD-USUARIO-W TO DIGITADOR-CR150.
           WRITE REG-CRD150 INVALID KEY
                REWRITE REG-CRD150 INVALID KEY
                     DISPLAY "ERRO GRAVACAO CRD150: " ST-CRD150
                END-REWRITE
           END-WRITE.
           DISPLAY "VENDEDOR GRAVADO.".
       CADASTRA-VENDEDOR-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    VENDEDOR E TAXA DO CONTRATO (CRD151)
      *----------------------------------------------------------------
       ATRIBUI-CONTRATO SECTION.
           DISPLAY "Contrato (0 = VOLTAR): ".
           ACCEPT CONTRATO-W FROM CONSOLE.
           IF CONTRATO-W = ZEROS
              GO ATRIBUI-CONTRATO-FIM
           END-IF.
           MOVE CONTRATO-W TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                DISPLAY "CONTRATO NAO CADASTRADO NO COD040"
                GO ATRIBUI-CONTRATO-FIM
           END-READ.
           DISPLAY "TURMA: " IDENTIFICACAO-CO40.
           MOVE CONTRATO-W TO CONTRATO-CR151.
           READ CRD151 INVALID KEY
                INITIALIZE REG-CRD151
                MOVE CONTRATO-W TO CONTRATO-CR151
           NOT INVALID KEY
                MOVE TAXA-CR151 TO TAXA-ED-W
                DISPLAY "VENDEDOR ATUAL: " VENDEDOR-CR151
                        " TAXA " TAXA-ED-W "%"
           END-READ.
           DISPLAY "Vendedor: ".
           ACCEPT VENDEDOR-W FROM CONSOLE.
           MOVE VENDEDOR-W TO VENDEDOR-CR150.
           READ CRD150 INVALID KEY
                DISPLAY "VENDEDOR NAO CADASTRADO (OPCAO 1)"
                GO ATRIBUI-CONTRATO-FIM
           END-READ.
           IF INATIVO-CR150 = 1
              DISPLAY "VENDEDOR INATIVO"
              GO ATRIBUI-CONTRATO-FIM
           END-IF.
           DISPLAY "Taxa % (digitos, 2 decimais; ZERO = PADRAO): ".
           ACCEPT TAXA-W FROM CONSOLE.
           IF TAXA-W = ZEROS
              MOVE TAXA-PADRAO-CR150 TO TAXA-W
           END-IF.
           MOVE VENDEDOR-W    TO VENDEDOR-CR151.
           MOVE TAXA-W        TO TAXA-CR151.
           MOVE DATA-HOJE-W   TO DATA-ATRIBUICAO-CR151.
           MOVE COD-USUARIO-W TO DIGITADOR-CR151.
           WRITE REG-CRD151 INVALID KEY
                REWRITE REG-CRD151 INVALID KEY
                     DISPLAY "ERRO GRAVACAO CRD151: " ST-CRD151
                END-REWRITE
           END-WRITE.
           MOVE TAXA-W TO TAXA-ED-W.
           DISPLAY "CONTRATO ATRIBUIDO - TAXA " TAXA-ED-W "%"
                   " (VALE PARA OS PROXIMOS FECHAMENTOS)".
       ATRIBUI-CONTRATO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    FECHAMENTO DA COMPETENCIA
      *----------------------------------------------------------------
       FECHAMENTO-MENSAL SECTION.
           DISPLAY "Competencia (AAAAMM): ".
           ACCEPT COMPETENCIA-W FROM CONSOLE.
           IF COMPETENCIA-W = ZEROS
              GO FECHAMENTO-MENSAL-FIM
           END-IF.
           PERFORM VERIFICA-POSTERIOR.
           IF TEM-POSTERIOR-W = 1
              DISPLAY "JA EXISTE COMPETENCIA POSTERIOR FECHADA - "
                      "FECHAMENTO NAO PODE SER REFEITO"
              GO FECHAMENTO-MENSAL-FIM
           END-IF.
           DISPLAY "Confirma fechamento de " COMPETENCIA-W " (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO FECHAMENTO-MENSAL-FIM
           END-IF.
           MOVE ZEROS TO QT-EXCLUIDOS-W QT-CREDITOS-W QT-ESTORNOS-W
                         QT-SEM-VENDEDOR-W.
           PERFORM EXCLUI-COMPETENCIA.
           PERFORM GERA-ESTORNOS.
           PERFORM GERA-CREDITOS.
           DISPLAY "LANCAMENTOS REFEITOS: " QT-EXCLUIDOS-W
                   "  CREDITOS: " QT-CREDITOS-W
                   "  ESTORNOS: " QT-ESTORNOS-W.
           IF QT-SEM-VENDEDOR-W > ZEROS
              DISPLAY "PARCELAS RECEBIDAS DE CONTRATO SEM VENDEDOR: "
                      QT-SEM-VENDEDOR-W
           END-IF.
           PERFORM IMPRIME-DEMONSTRATIVO.
       FECHAMENTO-MENSAL-FIM.
           EXIT.

       VERIFICA-POSTERIOR SECTION.
           MOVE ZEROS TO TEM-POSTERIOR-W.
           INITIALIZE CHAVE-CR152.
           START CRD152 KEY IS NOT < CHAVE-CR152 INVALID KEY
                 MOVE "10" TO ST-CRD152.
           PERFORM UNTIL ST-CRD152 = "10"
              READ CRD152 NEXT RECORD AT END MOVE "10" TO ST-CRD152
              NOT AT END
                IF COMPETENCIA-CR152 > COMPETENCIA-W
                   MOVE 1    TO TEM-POSTERIOR-W
                   MOVE "10" TO ST-CRD152
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD152.

      *    O FECHAMENTO E REFEITO POR INTEIRO: OS LANCAMENTOS DA
      *    COMPETENCIA SAO EXCLUIDOS ANTES DE GERAR DE NOVO.
       EXCLUI-COMPETENCIA SECTION.
           INITIALIZE CHAVE-CR152.
           START CRD152 KEY IS NOT < CHAVE-CR152 INVALID KEY
                 MOVE "10" TO ST-CRD152.
           PERFORM UNTIL ST-CRD152 = "10"
              READ CRD152 NEXT RECORD AT END MOVE "10" TO ST-CRD152
              NOT AT END
                IF COMPETENCIA-CR152 = COMPETENCIA-W
                   DELETE CRD152 RECORD INVALID KEY CONTINUE
                   END-DELETE
                   ADD 1 TO QT-EXCLUIDOS-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD152.

      *    ESTORNO: PARCELA COM COMISSAO LIQUIDA POSITIVA EM
      *    COMPETENCIAS ANTERIORES CUJA BAIXA NAO EXISTE MAIS EM
      *    CRD110. A CHAVE DEIXA OS LANCAMENTOS DE CADA PARCELA
      *    CONTIGUOS; A PARCELA E AVALIADA NA QUEBRA.
       GERA-ESTORNOS SECTION.
           MOVE ZEROS TO PARCELA-CORRENTE-W BASE-LIQ-W COMISSAO-LIQ-W.
           INITIALIZE CHAVE-CR152.
           START CRD152 KEY IS NOT < CHAVE-CR152 INVALID KEY
                 MOVE "10" TO ST-CRD152.
           PERFORM UNTIL ST-CRD152 = "10"
              READ CRD152 NEXT RECORD AT END MOVE "10" TO ST-CRD152
              NOT AT END
                IF COMPETENCIA-CR152 < COMPETENCIA-W
                   IF CONTRATO-CR152 <> CONTRATO-CORR-W
                      OR SEQ-CR152 <> SEQ-CORR-W
                      MOVE REG-CRD152 TO REG-CRD152-SALVO
                      PERFORM AVALIA-ESTORNO
                      MOVE REG-CRD152-SALVO TO REG-CRD152
                      MOVE CONTRATO-CR152 TO CONTRATO-CORR-W
                      MOVE SEQ-CR152      TO SEQ-CORR-W
                      MOVE ZEROS TO BASE-LIQ-W COMISSAO-LIQ-W
                   END-IF
                   PERFORM ACUMULA-LANCAMENTO
                END-IF
              END-READ
           END-PERFORM.
           PERFORM AVALIA-ESTORNO.
           MOVE ZEROS TO ST-CRD152.

       ACUMULA-LANCAMENTO SECTION.
           IF TIPO-CR152 = "C"
              ADD VALOR-BASE-CR152     TO BASE-LIQ-W
              ADD VALOR-COMISSAO-CR152 TO COMISSAO-LIQ-W
              MOVE VENDEDOR-CR152      TO VENDEDOR-CORR-W
              MOVE TAXA-CR152          TO TAXA-CORR-W
              MOVE DATA-BAIXA-CR152    TO DATA-BAIXA-CORR-W
           ELSE
              SUBTRACT VALOR-BASE-CR152     FROM BASE-LIQ-W
              SUBTRACT VALOR-COMISSAO-CR152 FROM COMISSAO-LIQ-W
           END-IF.

       AVALIA-ESTORNO SECTION.
           IF BASE-LIQ-W NOT > ZEROS
              GO AVALIA-ESTORNO-FIM
           END-IF.
           MOVE CONTRATO-CORR-W TO CONTRATO-CR110.
           MOVE SEQ-CORR-W      TO SEQ-CR110.
           READ CRD110 INVALID KEY
                PERFORM GRAVA-ESTORNO
           END-READ.
       AVALIA-ESTORNO-FIM.
           EXIT.

       GRAVA-ESTORNO SECTION.
           INITIALIZE REG-CRD152.
           MOVE CONTRATO-CORR-W   TO CONTRATO-CR152.
           MOVE SEQ-CORR-W        TO SEQ-CR152.
           MOVE COMPETENCIA-W     TO COMPETENCIA-CR152
                                     COMPET-VEND-CR152.
           MOVE "E"               TO TIPO-CR152.
           MOVE VENDEDOR-CORR-W   TO VENDEDOR-CR152.
           MOVE DATA-BAIXA-CORR-W TO DATA-BAIXA-CR152.
           MOVE BASE-LIQ-W        TO VALOR-BASE-CR152.
           MOVE TAXA-CORR-W       TO TAXA-CR152.
           MOVE COMISSAO-LIQ-W    TO VALOR-COMISSAO-CR152.
           MOVE DATA-HOJE-W       TO DATA-GERACAO-CR152.
           WRITE REG-CRD152 INVALID KEY
                DISPLAY "ERRO GRAVACAO CRD152: " ST-CRD152
           NOT INVALID KEY
                ADD 1 TO QT-ESTORNOS-W
           END-WRITE.

      *    CREDITO: PARCELA RECEBIDA NA COMPETENCIA, DE CONTRATO COM
      *    VENDEDOR, SEM COMISSAO LIQUIDA EM ABERTO (UMA BAIXA
      *    ESTORNADA E REFEITA NAO GERA CREDITO EM DOBRO).
       GERA-CREDITOS SECTION.
           INITIALIZE CHAVE-CR110.
           START CRD110 KEY IS NOT < CHAVE-CR110 INVALID KEY
                 MOVE "10" TO ST-CRD110.
           PERFORM UNTIL ST-CRD110 = "10"
              READ CRD110 NEXT RECORD AT END MOVE "10" TO ST-CRD110
              NOT AT END
                IF DATA-BAIXA-CR110(1: 6) = COMPETENCIA-W
                   PERFORM AVALIA-CREDITO
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD110.

       AVALIA-CREDITO SECTION.
           MOVE CONTRATO-CR110 TO CONTRATO-CR151.
           READ CRD151 INVALID KEY
                ADD 1 TO QT-SEM-VENDEDOR-W
                GO AVALIA-CREDITO-FIM
           END-READ.
           MOVE ZEROS TO BASE-LIQ-W COMISSAO-LIQ-W.
           MOVE CONTRATO-CR110 TO CONTRATO-CR152.
           MOVE SEQ-CR110      TO SEQ-CR152.
           MOVE ZEROS          TO COMPETENCIA-CR152.
           MOVE SPACES         TO TIPO-CR152.
           START CRD152 KEY IS NOT < CHAVE-CR152 INVALID KEY
                 MOVE "10" TO ST-CRD152.
           PERFORM UNTIL ST-CRD152 = "10"
              READ CRD152 NEXT RECORD AT END MOVE "10" TO ST-CRD152
              NOT AT END
                IF CONTRATO-CR152 <> CONTRATO-CR110
                   OR SEQ-CR152 <> SEQ-CR110
                   MOVE "10" TO ST-CRD152
                ELSE
                   PERFORM ACUMULA-LANCAMENTO
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD152.
           IF BASE-LIQ-W > ZEROS
              GO AVALIA-CREDITO-FIM
           END-IF.
           INITIALIZE REG-CRD152.
           MOVE CONTRATO-CR110      TO CONTRATO-CR152.
           MOVE SEQ-CR110           TO SEQ-CR152.
           MOVE COMPETENCIA-W       TO COMPETENCIA-CR152
                                       COMPET-VEND-CR152.
           MOVE "C"                 TO TIPO-CR152.
           MOVE VENDEDOR-CR151      TO VENDEDOR-CR152.
           MOVE DATA-BAIXA-CR110    TO DATA-BAIXA-CR152.
           MOVE VALOR-BAIXADO-CR110 TO VALOR-BASE-CR152.
           MOVE TAXA-CR151          TO TAXA-CR152.
           COMPUTE VALOR-COMISSAO-CR152 ROUNDED =
                   VALOR-BAIXADO-CR110 * TAXA-CR151 / 100.
           MOVE DATA-HOJE-W         TO DATA-GERACAO-CR152.
           WRITE REG-CRD152 INVALID KEY
                DISPLAY "ERRO GRAVACAO CRD152: " ST-CRD152
           NOT INVALID KEY
                ADD 1 TO QT-CREDITOS-W
           END-WRITE.
       AVALIA-CREDITO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    DEMONSTRATIVO - UMA PAGINA POR VENDEDOR
      *----------------------------------------------------------------
       REIMPRIME-DEMONSTRATIVO SECTION.
           DISPLAY "Competencia (AAAAMM): ".
           ACCEPT COMPETENCIA-W FROM CONSOLE.
           IF COMPETENCIA-W > ZEROS
              PERFORM IMPRIME-DEMONSTRATIVO
           END-IF.

       IMPRIME-DEMONSTRATIVO SECTION.
           MOVE COMPETENCIA-W TO COMPETENCIA-REL.
           MOVE ZEROS TO PAGE-COUNT LIQUIDO-GERAL-W.
           MOVE 999999 TO VENDEDOR-RELAT-W.
           OPEN OUTPUT RELAT.
           MOVE ZEROS TO VENDEDOR-CR152.
           MOVE COMPETENCIA-W TO COMPET-VEND-CR152.
           START CRD152 KEY IS NOT < ALT1-CR152 INVALID KEY
                 MOVE "10" TO ST-CRD152.
           PERFORM UNTIL ST-CRD152 = "10"
              READ CRD152 NEXT RECORD AT END MOVE "10" TO ST-CRD152
              NOT AT END
                IF COMPET-VEND-CR152 = COMPETENCIA-W
                   IF VENDEDOR-CR152 <> VENDEDOR-RELAT-W
                      IF VENDEDOR-RELAT-W <> 999999
                         PERFORM TOTALIZA-VENDEDOR
                      END-IF
                      MOVE VENDEDOR-CR152 TO VENDEDOR-RELAT-W
                      PERFORM ABRE-PAGINA-VENDEDOR
                   END-IF
                   PERFORM IMPRIME-LANCAMENTO
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD152.
           IF VENDEDOR-RELAT-W <> 999999
              PERFORM TOTALIZA-VENDEDOR
              MOVE LIQUIDO-GERAL-W TO LIQUIDO-GER-REL
              WRITE REG-RELAT FROM LINTOTG AFTER 2
           ELSE
              DISPLAY "NENHUM LANCAMENTO NA COMPETENCIA "
                      COMPETENCIA-W
           END-IF.
           CLOSE RELAT.

       ABRE-PAGINA-VENDEDOR SECTION.
           MOVE ZEROS TO CREDITO-VEND-W ESTORNO-VEND-W.
           MOVE VENDEDOR-RELAT-W TO VENDEDOR-REL CODIGO-CG01.
           READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
           END-READ.
           MOVE NOME-CG01 TO NOME-VEND-REL.
           PERFORM CABECALHO.

       CABECALHO SECTION.
           ADD 1 TO PAGE-COUNT.  MOVE PAGE-COUNT TO PAG-REL.
           IF PAGE-COUNT = 1
              WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           WRITE REG-RELAT FROM CAB02 AFTER 1.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB05.
           WRITE REG-RELAT FROM CAB03.
           MOVE 7 TO LIN.

       IMPRIME-LANCAMENTO SECTION.
           MOVE CONTRATO-CR152 TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY MOVE SPACES TO IDENTIFICACAO-CO40
           END-READ.
           MOVE SPACES               TO LINDET-REL.
           MOVE CONTRATO-CR152       TO LINDET-REL(1: 6).
           MOVE SEQ-CR152            TO LINDET-REL(8: 5).
           MOVE IDENTIFICACAO-CO40   TO LINDET-REL(14: 10).
           MOVE DATA-BAIXA-CR152     TO LINDET-REL(25: 8).
           MOVE VALOR-BASE-CR152     TO VALOR-ED-W.
           MOVE VALOR-ED-W           TO LINDET-REL(48: 13).
           MOVE TAXA-CR152           TO TAXA-ED-W.
           MOVE TAXA-ED-W            TO LINDET-REL(61: 5).
           IF TIPO-CR152 = "C"
              MOVE "CREDITO"         TO LINDET-REL(34: 7)
              MOVE VALOR-COMISSAO-CR152 TO VALOR-ED-W
              MOVE VALOR-ED-W        TO LINDET-REL(68: 13)
              ADD VALOR-COMISSAO-CR152 TO CREDITO-VEND-W
           ELSE
              MOVE "ESTORNO"         TO LINDET-REL(34: 7)
              COMPUTE VALOR-NEG-ED-W = VALOR-COMISSAO-CR152 * -1
              MOVE VALOR-NEG-ED-W    TO LINDET-REL(68: 13)
              ADD VALOR-COMISSAO-CR152 TO ESTORNO-VEND-W
           END-IF.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56
              PERFORM CABECALHO
           END-IF.

       TOTALIZA-VENDEDOR SECTION.
           COMPUTE LIQUIDO-VEND-W = CREDITO-VEND-W - ESTORNO-VEND-W.
           ADD LIQUIDO-VEND-W TO LIQUIDO-GERAL-W.
           MOVE CREDITO-VEND-W TO CREDITO-REL.
           MOVE ESTORNO-VEND-W TO ESTORNO-REL.
           MOVE LIQUIDO-VEND-W TO LIQUIDO-REL.
           IF LIQUIDO-VEND-W < ZEROS
              MOVE "*** SALDO A DESCONTAR" TO DESCONTAR-REL
           ELSE
              MOVE SPACES TO DESCONTAR-REL
           END-IF.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINTOT1.
           WRITE REG-RELAT FROM LINTOT2.
           WRITE REG-RELAT FROM LINTOT3.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD001 COD040 CRD110 CRD150 CRD151 CRD152.
           EXIT PROGRAM.
