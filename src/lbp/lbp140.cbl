       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP140.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Pagamento da comissão de fotógrafo no contas a pagar -
      *o fechamento do que o LBP123 demonstra, sem redigitação:
      *  PARAMETROS .: centro de custo da fotografia (CPD048),
      *                portador e tipo de fornecedor do título, e as
      *                regras de retenção do autônomo (INSS, ISS e a
      *                tabela progressiva do IRRF) em LBD046;
      *  FECHAMENTO .: para a competência (AAAAMM), precifica os
      *                filmes cobertos de cada fotógrafo (LBD102 x
      *                taxa do LBD034, mesmo cálculo do LBP123),
      *                calcula as retenções do autônomo (pessoa física
      *                no CGD002), gera um título por fotógrafo em
      *                CPD020 pelo valor líquido - previsto, com o
      *                controle de criação CPD044 e o centro de custo
      *                CPD049 - grava o pagamento em LBD045 e imprime
      *                o RPA de cada autônomo para assinatura. A mesma
      *                competência não é fechada duas vezes;
      *  REIMPRIMIR .: reimprime os RPAs de uma competência fechada.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX001.
           COPY CGPX002.
           COPY CPPX020.
           COPY CPPX044.
           COPY CPPX048.
           COPY CPPX049.
           COPY LBPX034.
           COPY LBPX045.
           COPY LBPX046.
           COPY LBPX102.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW001.
       COPY CGPW002.
       COPY CPPW020.
       COPY CPPW044.
       COPY CPPW048.
       COPY CPPW049.
       COPY LBPW034.
       COPY LBPW045.
       COPY LBPW046.
       COPY LBPW102.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CGD002             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD044             PIC XX       VALUE SPACES.
           05  ST-CPD048             PIC XX       VALUE SPACES.
           05  ST-CPD049             PIC XX       VALUE SPACES.
           05  ST-LBD034             PIC XX       VALUE SPACES.
           05  ST-LBD045             PIC XX       VALUE SPACES.
           05  ST-LBD046             PIC XX       VALUE SPACES.
           05  ST-LBD102             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  COMPETENCIA-W         PIC 9(6)     VALUE ZEROS.
           05  DATA-INICIAL-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-FINAL-W          PIC 9(8)     VALUE ZEROS.
           05  VENCTO-W              PIC 9(8)     VALUE ZEROS.
           05  FOTOGRAFO-W           PIC 9(6)     VALUE ZEROS.
           05  JA-FECHADA-W          PIC 9        VALUE ZEROS.
           05  PROX-SEQ-W            PIC 9(5)     VALUE ZEROS.
           05  IND-F                 PIC 9(3)     VALUE ZEROS.
           05  IND-I                 PIC 9        VALUE ZEROS.
           05  CCUSTO-W              PIC 9(4)     VALUE ZEROS.
           05  PORTADOR-W            PIC 9(2)     VALUE ZEROS.
           05  TIPO-FORN-W           PIC 9(2)     VALUE ZEROS.
           05  VALOR-DIGITADO-W      PIC 9(7)V99  VALUE ZEROS.
           05  PERC-DIGITADO-W       PIC 9(2)V99  VALUE ZEROS.
           05  INSS-MAXIMO-W         PIC 9(8)V99  VALUE ZEROS.
           05  IRRF-CALC-W           PIC S9(8)V99 VALUE ZEROS.
      *    FILMES COBERTOS NA COMPETENCIA POR FOTOGRAFO
           05  QT-FOT-W              PIC 9(3)     VALUE ZEROS.
           05  TAB-FOTOGRAFOS.
               10  TAB-FOT OCCURS 500 TIMES.
                   15  TAB-FOTOGRAFO-W   PIC 9(6).
                   15  TAB-QT-FILMES-W   PIC 9(5).
      *    TOTAIS DO FECHAMENTO
           05  QT-GERADOS-W          PIC 9(4)     VALUE ZEROS.
           05  QT-RPA-W              PIC 9(4)     VALUE ZEROS.
           05  QT-SEM-TAXA-W         PIC 9(4)     VALUE ZEROS.
           05  TOTAL-BRUTO-W         PIC 9(10)V99 VALUE ZEROS.
           05  TOTAL-LIQUIDO-W       PIC 9(10)V99 VALUE ZEROS.
           05  CPF-W                 PIC 9(11)    VALUE ZEROS.
           05  CPF-R REDEFINES CPF-W.
               10  CPF1-W            PIC 9(3).
               10  CPF2-W            PIC 9(3).
               10  CPF3-W            PIC 9(3).
               10  CPF-DV-W          PIC 9(2).
           05  DATA-AAAAMMDD-W       PIC 9(8)     VALUE ZEROS.
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
           COPY LOGW008C.

      *    RPA - UMA PAGINA POR AUTONOMO
       01  RPA01.
           05  FILLER              PIC X(40)   VALUE
               "RECIBO DE PAGAMENTO A AUTONOMO - RPA".
           05  FILLER              PIC X(13)   VALUE "COMPETENCIA: ".
           05  MES-RPA             PIC 99.
           05  FILLER              PIC X       VALUE "/".
           05  ANO-RPA             PIC 9(4).
       01  RPA02.
           05  FILLER              PIC X(80)   VALUE ALL "=".
       01  RPA03.
           05  FILLER              PIC X(20)   VALUE
               "FONTE PAGADORA....: ".
           05  EMPRESA-RPA         PIC X(60).
       01  RPA04.
           05  FILLER              PIC X(20)   VALUE
               "PRESTADOR.........: ".
           05  FOTOGRAFO-RPA       PIC 9(6).
           05  FILLER              PIC X       VALUE SPACES.
           05  NOME-RPA            PIC X(30).
       01  RPA05.
           05  FILLER              PIC X(20)   VALUE
               "CPF...............: ".
           05  CPF1-RPA            PIC 9(3).
           05  FILLER              PIC X       VALUE ".".
           05  CPF2-RPA            PIC 9(3).
           05  FILLER              PIC X       VALUE ".".
           05  CPF3-RPA            PIC 9(3).
           05  FILLER              PIC X       VALUE "-".
           05  CPF-DV-RPA          PIC 9(2).
       01  RPA06.
           05  FILLER              PIC X(20)   VALUE
               "SERVICO PRESTADO..: ".
           05  FILLER              PIC X(22)   VALUE
               "COBERTURA FOTOGRAFICA ".
           05  QT-FILMES-RPA       PIC ZZ.ZZ9.
           05  FILLER              PIC X(12)   VALUE " FILME(S) X ".
           05  VALOR-FILME-RPA     PIC ZZ.ZZ9,99.
       01  RPA-VALOR.
           05  DESCR-VALOR-RPA     PIC X(30).
           05  VALOR-RPA           PIC ZZ.ZZZ.ZZ9,99.
       01  RPA07.
           05  FILLER              PIC X(20)   VALUE
               "TITULO A PAGAR....: ".
           05  FORNEC-TIT-RPA      PIC 9(6).
           05  FILLER              PIC X       VALUE "-".
           05  SEQ-TIT-RPA         PIC 9(5).
           05  FILLER              PIC X(14)   VALUE "  VENCIMENTO: ".
           05  VENCTO-RPA          PIC 99/99/9999.
       01  RPA08.
           05  FILLER              PIC X(80)   VALUE
           "RECEBI DA FONTE PAGADORA ACIMA A IMPORTANCIA LIQUIDA DESTE R
      -    "ECIBO,".
       01  RPA09.
           05  FILLER              PIC X(80)   VALUE
           "PELOS SERVICOS PRESTADOS SEM VINCULO EMPREGATICIO, DANDO PLE
      -    "NA QUITACAO.".
       01  RPA10.
           05  FILLER              PIC X(40)   VALUE
               "LOCAL E DATA: __________________________".
           05  FILLER              PIC X(40)   VALUE
               "  ______________________________________".
       01  RPA11.
           05  FILLER              PIC X(42)   VALUE SPACES.
           05  NOME-ASSINA-RPA     PIC X(30).

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
           MOVE NOME-EMPRESA-W     TO EMPRESA-RPA
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "CGD002" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD002.
           MOVE "CPD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "CPD044" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD044.
           MOVE "CPD048" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD048.
           MOVE "CPD049" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD049.
           MOVE "LBD034" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD034.
           MOVE "LBD045" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD045.
           MOVE "LBD046" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD046.
           MOVE "LBD102" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD102.
           OPEN INPUT CGD001 CGD002 CPD048 LBD034 LBD102.
           OPEN I-O CPD020.
           OPEN I-O CPD044.
           IF ST-CPD044 = "35"
              OPEN OUTPUT CPD044
              CLOSE       CPD044
              OPEN I-O    CPD044
           END-IF.
           OPEN I-O CPD049.
           IF ST-CPD049 = "35"
              OPEN OUTPUT CPD049
              CLOSE       CPD049
              OPEN I-O    CPD049
           END-IF.
           OPEN I-O LBD045.
           IF ST-LBD045 = "35"
              OPEN OUTPUT LBD045
              CLOSE       LBD045
              OPEN I-O    LBD045
           END-IF.
           OPEN I-O LBD046.
           IF ST-LBD046 = "35"
              OPEN OUTPUT LBD046
              CLOSE       LBD046
              OPEN I-O    LBD046
           END-IF.
           IF ST-CPD020 <> "00"
              DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
              MOVE 1 TO ERRO-W.
           IF ST-CPD048 <> "00"
              DISPLAY "ERRO ABERTURA CPD048: " ST-CPD048
              MOVE 1 TO ERRO-W.
           IF ST-LBD034 <> "00"
              DISPLAY "ERRO ABERTURA LBD034: " ST-LBD034
              MOVE 1 TO ERRO-W.
           IF ST-LBD045 <> "00"
              DISPLAY "ERRO ABERTURA LBD045: " ST-LBD045
              MOVE 1 TO ERRO-W.
           IF ST-LBD046 <> "00"
              DISPLAY "ERRO ABERTURA LBD046: " ST-LBD046
              MOVE 1 TO ERRO-W.
           IF ST-LBD102 <> "00"
              DISPLAY "ERRO ABERTURA LBD102: " ST-LBD102
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "LBP140" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA LBP140"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           IF ERRO-W = 0
              PERFORM LE-PARAMETROS
           END-IF.

      *    SEM O REGISTRO DE PARAMETROS, GRAVA O PADRAO: INSS 11% COM
      *    TETO, ISS 5% E A TABELA MENSAL DO IRRF VIGENTE NA
      *    IMPLANTACAO - CONFERIR NA OPCAO PARAMETROS ANTES DO
      *    PRIMEIRO FECHAMENTO.
       LE-PARAMETROS SECTION.
           MOVE "1" TO CHAVE-L46.
           READ LBD046 INVALID KEY
                INITIALIZE REG-LBD046
                MOVE "1"         TO CHAVE-L46
                MOVE 11,00       TO PERC-INSS-L46
                MOVE 8157,41     TO TETO-INSS-L46
                MOVE 5,00        TO PERC-ISS-L46
                MOVE 10,00       TO MINIMO-IRRF-L46
                MOVE 2428,80     TO LIMITE-IRRF-L46(1)
                MOVE ZEROS       TO ALIQ-IRRF-L46(1)
                                    DEDUCAO-IRRF-L46(1)
                MOVE 2826,65     TO LIMITE-IRRF-L46(2)
                MOVE 7,50        TO ALIQ-IRRF-L46(2)
                MOVE 182,16      TO DEDUCAO-IRRF-L46(2)
                MOVE 3751,05     TO LIMITE-IRRF-L46(3)
                MOVE 15,00       TO ALIQ-IRRF-L46(3)
                MOVE 394,16      TO DEDUCAO-IRRF-L46(3)
                MOVE 4664,68     TO LIMITE-IRRF-L46(4)
                MOVE 22,50       TO ALIQ-IRRF-L46(4)
                MOVE 675,49      TO DEDUCAO-IRRF-L46(4)
                MOVE ZEROS       TO LIMITE-IRRF-L46(5)
                MOVE 27,50       TO ALIQ-IRRF-L46(5)
                MOVE 908,73      TO DEDUCAO-IRRF-L46(5)
                WRITE REG-LBD046 INVALID KEY CONTINUE END-WRITE
           END-READ.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-PARAMETROS  2-FECHAMENTO  3-REIMPRIMIR "
                   "RPA  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM CONFIGURA-PARAMETROS
              WHEN 2 PERFORM FECHAMENTO-COMPETENCIA
              WHEN 3 PERFORM REIMPRIME-RPA
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    PARAMETROS (LBD046) - RESPOSTA ZERO MANTEM O VALOR ATUAL
      *----------------------------------------------------------------
       CONFIGURA-PARAMETROS SECTION.
           DISPLAY "Centro de custo da fotografia (atual "
                   CCUSTO-L46 "): ".
           ACCEPT CCUSTO-W FROM CONSOLE.
           IF CCUSTO-W > ZEROS
              MOVE CCUSTO-W TO CCUSTO-CP48
              READ CPD048 INVALID KEY
                   DISPLAY "CENTRO DE CUSTO NAO CADASTRADO (CPP066)"
              NOT INVALID KEY
                   DISPLAY "CENTRO DE CUSTO: " DESCRICAO-CP48
                   MOVE CCUSTO-W TO CCUSTO-L46
              END-READ
           END-IF.
           DISPLAY "Portador do titulo (atual " PORTADOR-L46 "): ".
           ACCEPT PORTADOR-W FROM CONSOLE.
           IF PORTADOR-W > ZEROS
              MOVE PORTADOR-W TO PORTADOR-L46
           END-IF.
           DISPLAY "Tipo de fornecedor (atual " TIPO-FORN-L46 "): ".
           ACCEPT TIPO-FORN-W FROM CONSOLE.
           IF TIPO-FORN-W > ZEROS
              MOVE TIPO-FORN-W TO TIPO-FORN-L46
           END-IF.
           DISPLAY "INSS % (atual " PERC-INSS-L46 "): ".
           ACCEPT PERC-DIGITADO-W FROM CONSOLE.
           IF PERC-DIGITADO-W > ZEROS
              MOVE PERC-DIGITADO-W TO PERC-INSS-L46
           END-IF.
           DISPLAY "Teto do salario-de-contribuicao (atual "
                   TETO-INSS-L46 "): ".
           ACCEPT VALOR-DIGITADO-W FROM CONSOLE.
           IF VALOR-DIGITADO-W > ZEROS
              MOVE VALOR-DIGITADO-W TO TETO-INSS-L46
           END-IF.
           DISPLAY "ISS % (atual " PERC-ISS-L46 "): ".
           ACCEPT PERC-DIGITADO-W FROM CONSOLE.
           IF PERC-DIGITADO-W > ZEROS
              MOVE PERC-DIGITADO-W TO PERC-ISS-L46
           END-IF.
           DISPLAY "IRRF minimo a reter (atual " MINIMO-IRRF-L46 "): ".
           ACCEPT VALOR-DIGITADO-W FROM CONSOLE.
           IF VALOR-DIGITADO-W > ZEROS
              MOVE VALOR-DIGITADO-W TO MINIMO-IRRF-L46
           END-IF.
           DISPLAY "Alterar a tabela do IRRF (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W = "S" OR CONFIRMA-W = "s"
              PERFORM VARYING IND-I FROM 1 BY 1 UNTIL IND-I > 5
                 DISPLAY "Faixa " IND-I " - limite (ZERO = ULTIMA): "
                 ACCEPT LIMITE-IRRF-L46(IND-I) FROM CONSOLE
                 DISPLAY "Faixa " IND-I " - aliquota %: "
                 ACCEPT ALIQ-IRRF-L46(IND-I) FROM CONSOLE
                 DISPLAY "Faixa " IND-I " - parcela a deduzir: "
                 ACCEPT DEDUCAO-IRRF-L46(IND-I) FROM CONSOLE
              END-PERFORM
           END-IF.
           MOVE "1" TO CHAVE-L46.
           REWRITE REG-LBD046 INVALID KEY
                WRITE REG-LBD046 INVALID KEY CONTINUE END-WRITE
           END-REWRITE.
           DISPLAY "PARAMETROS GRAVADOS.".

      *----------------------------------------------------------------
      *    FECHAMENTO DA COMPETENCIA
      *----------------------------------------------------------------
       FECHAMENTO-COMPETENCIA SECTION.
           IF CCUSTO-L46 = ZEROS
              DISPLAY "CENTRO DE CUSTO DA FOTOGRAFIA NAO CONFIGURADO"
              GO FECHAMENTO-COMPETENCIA-FIM
           END-IF.
           DISPLAY "Competencia (AAAAMM): ".
           ACCEPT COMPETENCIA-W FROM CONSOLE.
           IF COMPETENCIA-W = ZEROS
              GO FECHAMENTO-COMPETENCIA-FIM
           END-IF.
           PERFORM VERIFICA-FECHADA.
           IF JA-FECHADA-W = 1
              DISPLAY "COMPETENCIA " COMPETENCIA-W " JA FECHADA - "
                      "TITULOS JA GERADOS (USE A REIMPRESSAO DO RPA)"
              GO FECHAMENTO-COMPETENCIA-FIM
           END-IF.
           DISPLAY "Vencimento dos titulos (AAAAMMDD): ".
           ACCEPT VENCTO-W FROM CONSOLE.
           IF VENCTO-W < DATA-HOJE-W
              DISPLAY "VENCIMENTO INVALIDO"
              GO FECHAMENTO-COMPETENCIA-FIM
           END-IF.
           DISPLAY "Confirma fechamento de " COMPETENCIA-W " (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO FECHAMENTO-COMPETENCIA-FIM
           END-IF.
           COMPUTE DATA-INICIAL-W = COMPETENCIA-W * 100 + 1.
           COMPUTE DATA-FINAL-W   = COMPETENCIA-W * 100 + 31.
           MOVE ZEROS TO QT-GERADOS-W QT-RPA-W QT-SEM-TAXA-W
                         TOTAL-BRUTO-W TOTAL-LIQUIDO-W.
           PERFORM CONTA-FILMES.
           IF QT-FOT-W = ZEROS
              DISPLAY "NENHUM FILME COBERTO NA COMPETENCIA"
              GO FECHAMENTO-COMPETENCIA-FIM
           END-IF.
           OPEN OUTPUT RELAT.
           PERFORM VARYING IND-F FROM 1 BY 1 UNTIL IND-F > QT-FOT-W
              PERFORM PAGA-FOTOGRAFO
           END-PERFORM.
           CLOSE RELAT.
           DISPLAY "TITULOS GERADOS: " QT-GERADOS-W
                   "  RPAS: " QT-RPA-W.
           DISPLAY "BRUTO: " TOTAL-BRUTO-W
                   "  LIQUIDO: " TOTAL-LIQUIDO-W.
           IF QT-SEM-TAXA-W > ZEROS
              DISPLAY "FOTOGRAFOS SEM TAXA NO LBD034 (NAO GERADOS): "
                      QT-SEM-TAXA-W
           END-IF.
       FECHAMENTO-COMPETENCIA-FIM.
           EXIT.

       VERIFICA-FECHADA SECTION.
           MOVE ZEROS TO JA-FECHADA-W.
           MOVE COMPETENCIA-W TO COMPETENCIA-L45.
           MOVE ZEROS         TO FOTOGRAFO-L45.
           START LBD045 KEY IS NOT < CHAVE-L45 INVALID KEY
                 MOVE "10" TO ST-LBD045.
           IF ST-LBD045 <> "10"
              READ LBD045 NEXT RECORD AT END MOVE "10" TO ST-LBD045
              NOT AT END
                IF COMPETENCIA-L45 = COMPETENCIA-W
                   MOVE 1 TO JA-FECHADA-W
                END-IF
              END-READ
           END-IF.
           MOVE ZEROS TO ST-LBD045.

      *    UM FILME COBERTO POR LANCAMENTO DE LBD102 NO MES (MESMO
      *    CRITERIO DO LBP123/LBP108).
       CONTA-FILMES SECTION.
           MOVE ZEROS TO QT-FOT-W.
           MOVE DATA-INICIAL-W TO DATA-MOVTO-L102.
           MOVE ZEROS          TO SEQ-L102.
           START LBD102 KEY IS NOT < CHAVE-L102 INVALID KEY
                 MOVE "10" TO ST-LBD102.
           PERFORM UNTIL ST-LBD102 = "10"
              READ LBD102 NEXT RECORD AT END MOVE "10" TO ST-LBD102
              NOT AT END
                IF DATA-MOVTO-L102 > DATA-FINAL-W
                   MOVE "10" TO ST-LBD102
                ELSE
                   PERFORM SOMA-FILME
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD102.

       SOMA-FILME SECTION.
           PERFORM VARYING IND-F FROM 1 BY 1
                     UNTIL IND-F > QT-FOT-W
                        OR TAB-FOTOGRAFO-W(IND-F) = FOTOGRAFO-L102
              CONTINUE
           END-PERFORM.
           IF IND-F > QT-FOT-W
              IF QT-FOT-W = 500
                 DISPLAY "TABELA DE FOTOGRAFOS CHEIA - FOTOGRAFO "
                         FOTOGRAFO-L102 " IGNORADO"
                 GO SOMA-FILME-FIM
              END-IF
              ADD 1 TO QT-FOT-W
              MOVE QT-FOT-W       TO IND-F
              MOVE FOTOGRAFO-L102 TO TAB-FOTOGRAFO-W(IND-F)
              MOVE ZEROS          TO TAB-QT-FILMES-W(IND-F)
           END-IF.
           ADD 1 TO TAB-QT-FILMES-W(IND-F).
       SOMA-FILME-FIM.
           EXIT.

       PAGA-FOTOGRAFO SECTION.
           MOVE TAB-FOTOGRAFO-W(IND-F) TO FOTOGRAFO-L34.
           READ LBD034 INVALID KEY
                ADD 1 TO QT-SEM-TAXA-W
                DISPLAY "FOTOGRAFO " TAB-FOTOGRAFO-W(IND-F)
                        " SEM TAXA NO LBD034"
                GO PAGA-FOTOGRAFO-FIM
           END-READ.
           INITIALIZE REG-LBD045.
           MOVE COMPETENCIA-W          TO COMPETENCIA-L45.
           MOVE TAB-FOTOGRAFO-W(IND-F) TO FOTOGRAFO-L45.
           MOVE TAB-QT-FILMES-W(IND-F) TO QT-FILMES-L45.
           MOVE VALOR-FILME-L34        TO VALOR-FILME-L45.
           COMPUTE VALOR-BRUTO-L45 = QT-FILMES-L45 * VALOR-FILME-L45.
           IF VALOR-BRUTO-L45 = ZEROS
              GO PAGA-FOTOGRAFO-FIM
           END-IF.
           MOVE FOTOGRAFO-L45 TO FORNEC-CG02.
           READ CGD002 INVALID KEY
                MOVE "F"   TO TIPO-PESSOA-CG02
                MOVE ZEROS TO DOCUMENTO-CG02
           END-READ.
           IF TIPO-PESSOA-CG02 = "F"
              MOVE 1 TO AUTONOMO-L45
              PERFORM CALCULA-RETENCOES
           ELSE
              MOVE ZEROS TO AUTONOMO-L45
           END-IF.
           COMPUTE VALOR-LIQUIDO-L45 = VALOR-BRUTO-L45
                 - VALOR-INSS-L45 - VALOR-ISS-L45 - VALOR-IRRF-L45.
           MOVE VENCTO-W      TO DATA-VENCTO-L45.
           MOVE DATA-HOJE-W   TO DATA-GERACAO-L45.
           MOVE COD-USUARIO-W TO USUARIO-L45.
           PERFORM GRAVA-TITULO.
           WRITE REG-LBD045 INVALID KEY
                DISPLAY "ERRO GRAVACAO LBD045: " ST-LBD045
           END-WRITE.
           ADD 1                 TO QT-GERADOS-W.
           ADD VALOR-BRUTO-L45   TO TOTAL-BRUTO-W.
           ADD VALOR-LIQUIDO-L45 TO TOTAL-LIQUIDO-W.
           IF AUTONOMO-L45 = 1
              PERFORM IMPRIME-RPA
              ADD 1 TO QT-RPA-W
           END-IF.
       PAGA-FOTOGRAFO-FIM.
           EXIT.

      *    INSS: % SOBRE O BRUTO ATE O TETO; ISS: % SOBRE O BRUTO;
      *    IRRF: TABELA PROGRESSIVA SOBRE O BRUTO MENOS O INSS.
       CALCULA-RETENCOES SECTION.
           COMPUTE INSS-MAXIMO-W ROUNDED =
                   TETO-INSS-L46 * PERC-INSS-L46 / 100.
           COMPUTE VALOR-INSS-L45 ROUNDED =
                   VALOR-BRUTO-L45 * PERC-INSS-L46 / 100.
           IF TETO-INSS-L46 > ZEROS
              AND VALOR-INSS-L45 > INSS-MAXIMO-W
              MOVE INSS-MAXIMO-W TO VALOR-INSS-L45
           END-IF.
           COMPUTE VALOR-ISS-L45 ROUNDED =
                   VALOR-BRUTO-L45 * PERC-ISS-L46 / 100.
           COMPUTE BASE-IRRF-L45 = VALOR-BRUTO-L45 - VALOR-INSS-L45.
           PERFORM VARYING IND-I FROM 1 BY 1
                     UNTIL IND-I = 5
                        OR LIMITE-IRRF-L46(IND-I) = ZEROS
                        OR BASE-IRRF-L45 NOT > LIMITE-IRRF-L46(IND-I)
              CONTINUE
           END-PERFORM.
           COMPUTE IRRF-CALC-W ROUNDED =
                   BASE-IRRF-L45 * ALIQ-IRRF-L46(IND-I) / 100
                 - DEDUCAO-IRRF-L46(IND-I).
           IF IRRF-CALC-W < MINIMO-IRRF-L46
              MOVE ZEROS TO VALOR-IRRF-L45
           ELSE
              MOVE IRRF-CALC-W TO VALOR-IRRF-L45
           END-IF.

      *    TITULO PELO LIQUIDO, FORNECEDOR = O PROPRIO FOTOGRAFO.
      *    GERADO COMO PREVISTO: A PROMOCAO A DEFINITIVO PASSA PELA
      *    APROVACAO DO CPP060 (USUARIO DIFERENTE DO CRIADOR, CPD044).
       GRAVA-TITULO SECTION.
           MOVE ZEROS TO PROX-SEQ-W.
           MOVE FOTOGRAFO-L45 TO FORNEC-CP20.
           MOVE ZEROS         TO SEQ-CP20.
           START CPD020 KEY IS NOT < CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END MOVE "10" TO ST-CPD020
              NOT AT END
                IF FORNEC-CP20 <> FOTOGRAFO-L45
                   MOVE "10" TO ST-CPD020
                ELSE
                   MOVE SEQ-CP20 TO PROX-SEQ-W
                END-IF
              END-READ
           END-PERFORM.
           ADD 1 TO PROX-SEQ-W.
           INITIALIZE REG-CPD020.
           MOVE FOTOGRAFO-L45     TO FORNEC-CP20.
           MOVE PROX-SEQ-W        TO SEQ-CP20.
           MOVE SPACES            TO NR-DOCTO-CP20.
           STRING "RPA" COMPETENCIA-W DELIMITED BY SIZE
                  INTO NR-DOCTO-CP20.
           MOVE TIPO-FORN-L46     TO TIPO-FORN-CP20.
           MOVE PORTADOR-L46      TO PORTADOR-CP20.
           MOVE USUARIO-W         TO RESPONSAVEL-CP20.
           MOVE SPACES            TO DESCRICAO-CP20.
           STRING "COMISSAO FOTOGRAFO " COMPETENCIA-W
                  DELIMITED BY SIZE INTO DESCRICAO-CP20.
           MOVE VENCTO-W          TO DATA-VENCTO-CP20.
           MOVE VALOR-LIQUIDO-L45 TO VALOR-TOT-CP20.
           MOVE ZEROS             TO SITUACAO-CP20.
           MOVE 1                 TO PREV-DEF-CP20.
           MOVE ZEROS TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
             WRITE REG-CPD020 INVALID KEY
                 ADD 1 TO SEQ-CP20
               NOT INVALID KEY
                 MOVE "10" TO ST-CPD020.
           MOVE ZEROS TO ST-CPD020.
           MOVE SEQ-CP20 TO SEQ-CPD020-L45.
           MOVE FORNEC-CP20   TO FORNEC-CP44.
           MOVE SEQ-CP20      TO SEQ-CP44.
           MOVE COD-USUARIO-W TO USUARIO-CRIACAO-CP44.
           MOVE DATA-HOJE-W   TO DATA-CRIACAO-CP44.
           MOVE ZEROS TO USUARIO-APROV-CP44 DATA-APROV-CP44
                         HORA-APROV-CP44.
           WRITE REG-CPD044 INVALID KEY CONTINUE END-WRITE.
           MOVE FORNEC-CP20   TO FORNEC-CP49.
           MOVE SEQ-CP20      TO SEQ-CP49.
           MOVE CCUSTO-L46    TO CCUSTO-CP49.
           MOVE COD-USUARIO-W TO DIGITADOR-CP49.
           WRITE REG-CPD049 INVALID KEY
                 REWRITE REG-CPD049 INVALID KEY CONTINUE
                 END-REWRITE
           END-WRITE.

      *----------------------------------------------------------------
      *    RPA
      *----------------------------------------------------------------
       REIMPRIME-RPA SECTION.
           DISPLAY "Competencia (AAAAMM): ".
           ACCEPT COMPETENCIA-W FROM CONSOLE.
           DISPLAY "Fotografo (0 = TODOS): ".
           ACCEPT FOTOGRAFO-W FROM CONSOLE.
           MOVE ZEROS TO QT-RPA-W.
           OPEN OUTPUT RELAT.
           MOVE COMPETENCIA-W TO COMPETENCIA-L45.
           MOVE FOTOGRAFO-W   TO FOTOGRAFO-L45.
           START LBD045 KEY IS NOT < CHAVE-L45 INVALID KEY
                 MOVE "10" TO ST-LBD045.
           PERFORM UNTIL ST-LBD045 = "10"
              READ LBD045 NEXT RECORD AT END MOVE "10" TO ST-LBD045
              NOT AT END
                IF COMPETENCIA-L45 <> COMPETENCIA-W
                   OR (FOTOGRAFO-W > ZEROS
                       AND FOTOGRAFO-L45 <> FOTOGRAFO-W)
                   MOVE "10" TO ST-LBD045
                ELSE
                   IF AUTONOMO-L45 = 1
                      MOVE FOTOGRAFO-L45 TO FORNEC-CG02
                      READ CGD002 INVALID KEY
                           MOVE ZEROS TO DOCUMENTO-CG02
                      END-READ
                      PERFORM IMPRIME-RPA
                      ADD 1 TO QT-RPA-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD045.
           CLOSE RELAT.
           DISPLAY "RPAS IMPRESSOS: " QT-RPA-W.

       IMPRIME-RPA SECTION.
           MOVE COMPETENCIA-L45(5: 2) TO MES-RPA.
           MOVE COMPETENCIA-L45(1: 4) TO ANO-RPA.
           MOVE FOTOGRAFO-L45 TO FOTOGRAFO-RPA CODIGO-CG01.
           READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
           END-READ.
           MOVE NOME-CG01 TO NOME-RPA NOME-ASSINA-RPA.
           MOVE DOCUMENTO-CG02 TO CPF-W.
           MOVE CPF1-W   TO CPF1-RPA.
           MOVE CPF2-W   TO CPF2-RPA.
           MOVE CPF3-W   TO CPF3-RPA.
           MOVE CPF-DV-W TO CPF-DV-RPA.
           MOVE QT-FILMES-L45   TO QT-FILMES-RPA.
           MOVE VALOR-FILME-L45 TO VALOR-FILME-RPA.
           MOVE FOTOGRAFO-L45   TO FORNEC-TIT-RPA.
           MOVE SEQ-CPD020-L45  TO SEQ-TIT-RPA.
           MOVE DATA-VENCTO-L45 TO DATA-AAAAMMDD-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-N TO VENCTO-RPA.
           IF QT-RPA-W = ZEROS
              WRITE REG-RELAT FROM RPA01
           ELSE
              WRITE REG-RELAT FROM RPA01 AFTER PAGE
           END-IF.
           WRITE REG-RELAT FROM RPA02.
           WRITE REG-RELAT FROM RPA03 AFTER 2.
           WRITE REG-RELAT FROM RPA04.
           WRITE REG-RELAT FROM RPA05.
           WRITE REG-RELAT FROM RPA06 AFTER 2.
           WRITE REG-RELAT FROM RPA02 AFTER 2.
           MOVE "VALOR BRUTO DO SERVICO......:" TO DESCR-VALOR-RPA.
           MOVE VALOR-BRUTO-L45   TO VALOR-RPA.
           WRITE REG-RELAT FROM RPA-VALOR.
           MOVE "(-) INSS....................:" TO DESCR-VALOR-RPA.
           MOVE VALOR-INSS-L45    TO VALOR-RPA.
           WRITE REG-RELAT FROM RPA-VALOR.
           MOVE "(-) ISS.....................:" TO DESCR-VALOR-RPA.
           MOVE VALOR-ISS-L45     TO VALOR-RPA.
           WRITE REG-RELAT FROM RPA-VALOR.
           MOVE "    BASE DE CALCULO DO IRRF.:" TO DESCR-VALOR-RPA.
           MOVE BASE-IRRF-L45     TO VALOR-RPA.
           WRITE REG-RELAT FROM RPA-VALOR.
           MOVE "(-) IRRF....................:" TO DESCR-VALOR-RPA.
           MOVE VALOR-IRRF-L45    TO VALOR-RPA.
           WRITE REG-RELAT FROM RPA-VALOR.
           MOVE "VALOR LIQUIDO A RECEBER.....:" TO DESCR-VALOR-RPA.
           MOVE VALOR-LIQUIDO-L45 TO VALOR-RPA.
           WRITE REG-RELAT FROM RPA-VALOR AFTER 2.
           WRITE REG-RELAT FROM RPA02.
           WRITE REG-RELAT FROM RPA07 AFTER 2.
           WRITE REG-RELAT FROM RPA08 AFTER 3.
           WRITE REG-RELAT FROM RPA09.
           WRITE REG-RELAT FROM RPA10 AFTER 4.
           WRITE REG-RELAT FROM RPA11.

       CONVERTE-DATA SECTION.
           MOVE DATA-AAAAMMDD-W(7: 2) TO DIA-DDMMAAAA-W.
           MOVE DATA-AAAAMMDD-W(5: 2) TO MES-DDMMAAAA-W.
           MOVE DATA-AAAAMMDD-W(1: 4) TO ANO-DDMMAAAA-W.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD001 CGD002 CPD020 CPD044 CPD048 CPD049 LBD034
                 LBD045 LBD046 LBD102.
           EXIT PROGRAM.
