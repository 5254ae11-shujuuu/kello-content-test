       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP154.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Controle do resíduo químico do laboratório (revelador
      *e fixador esgotados) - o histórico que a fiscalização ambiental
      *pede e que ficava numa pasta:
      *  COLETA .....: coleta pela empresa licenciada - coletor
      *                (CGD001), número do manifesto de transporte
      *                (MTR, sem repetição), processadora de origem
      *                (LBD047, zero = misturado) e quantidade;
      *  CERTIFICADO : número e data do certificado de destinação
      *                (CDF) da coleta, que chega depois;
      *  PARAMETROS .: fator do consumo que vira resíduo, limite do
      *                estoque guardado e prazo em dias para o
      *                certificado (LBD070);
      *  RELATORIO ..: gerado x coletado no período por processadora
      *                (gerado = estimativa diária do LBP125 em
      *                LBD068), estoque inicial e final, coletas do
      *                período e certificados pendentes.
      *Os alertas (estoque acima do limite, coleta sem certificado
      *fora do prazo) saem no LOG021 pelo passo noturno LBP125.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX001.
           COPY LBPX047.
           COPY LBPX068.
           COPY LBPX069.
           COPY LBPX070.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW001.
       COPY LBPW047.
       COPY LBPW068.
       COPY LBPW069.
       COPY LBPW070.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-LBD047             PIC XX       VALUE SPACES.
           05  LBD047-EXISTE-W       PIC 9        VALUE ZEROS.
           05  ST-LBD068             PIC XX       VALUE SPACES.
           05  ST-LBD069             PIC XX       VALUE SPACES.
           05  ST-LBD070             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-INICIAL-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-FINAL-W          PIC 9(8)     VALUE ZEROS.
           05  COLETOR-W             PIC 9(6)     VALUE ZEROS.
           05  MANIFESTO-W           PIC X(20)    VALUE SPACES.
           05  PROCESSADORA-W        PIC 9(2)     VALUE ZEROS.
           05  QTDE-W                PIC 9(7)V99  VALUE ZEROS.
           05  FATOR-W               PIC 9(3)V99  VALUE ZEROS.
           05  LIMITE-W              PIC 9(7)V99  VALUE ZEROS.
           05  DIAS-W                PIC 9(3)     VALUE ZEROS.
           05  DIAS-SEM-CERT-W       PIC 9(5)     VALUE ZEROS.
           05  SEQ-W                 PIC 9(3)     VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  IND-P                 PIC 9(3)     VALUE ZEROS.
           05  QT-COLETAS-W          PIC 9(5)     VALUE ZEROS.
           05  QT-PENDENTES-W        PIC 9(5)     VALUE ZEROS.
      *    GERADO E COLETADO NO PERIODO POR PROCESSADORA; A POSICAO
      *    E O CODIGO + 1 (POSICAO 1 = PROCESSADORA ZERO).
           05  TAB-PROC.
               10  TP-OCC OCCURS 100 TIMES.
                   15  TP-GERADO     PIC 9(8)V99.
                   15  TP-COLETADO   PIC 9(8)V99.
           05  GERADO-ANTES-W        PIC 9(9)V99  VALUE ZEROS.
           05  COLETADO-ANTES-W      PIC 9(9)V99  VALUE ZEROS.
           05  TOT-GERADO-W          PIC 9(9)V99  VALUE ZEROS.
           05  TOT-COLETADO-W        PIC 9(9)V99  VALUE ZEROS.
           05  ESTOQUE-INICIAL-W     PIC S9(9)V99 VALUE ZEROS.
           05  ESTOQUE-FINAL-W       PIC S9(9)V99 VALUE ZEROS.
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
           05  FILLER              PIC X(44)   VALUE
               "RESIDUO QUIMICO - GERADO X COLETADO - DE ".
           05  DATA-INI-REL        PIC 99/99/9999.
           05  FILLER              PIC X(3)    VALUE " A ".
           05  DATA-FIM-REL        PIC 99/99/9999.
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(36)   VALUE
               "PR DESCRICAO".
           05  FILLER              PIC X(30)   VALUE
               "        GERADO      COLETADO".
       01  LINDET.
           05  PROC-REL            PIC 99.
           05  FILLER              PIC X       VALUE SPACES.
           05  DESCRICAO-REL       PIC X(30).
           05  FILLER              PIC X       VALUE SPACES.
           05  GERADO-REL          PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  COLETADO-REL        PIC ZZZ.ZZZ.ZZ9,99.
       01  LINTOT.
           05  TEXTO-TOT-REL       PIC X(34)   VALUE SPACES.
           05  VALOR-TOT-REL       PIC -ZZZ.ZZZ.ZZ9,99.
       01  CAB05.
           05  FILLER              PIC X(100)  VALUE
               "COLETAS - DATA / SEQ / COLETOR / MTR / PR / QUANTIDADE /
      -        " CERTIFICADO".
       01  LINCOL.
           05  DATA-COL-REL        PIC 99/99/9999.
           05  FILLER              PIC X       VALUE SPACES.
           05  SEQ-COL-REL         PIC 999.
           05  FILLER              PIC X       VALUE SPACES.
           05  COLETOR-COL-REL     PIC X(20).
           05  FILLER              PIC X       VALUE SPACES.
           05  MANIFESTO-COL-REL   PIC X(20).
           05  FILLER              PIC X       VALUE SPACES.
           05  PROC-COL-REL        PIC 99.
           05  FILLER              PIC X       VALUE SPACES.
           05  QTDE-COL-REL        PIC Z.ZZZ.ZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  CERT-COL-REL        PIC X(26).
       01  CAB06.
           05  FILLER              PIC X(100)  VALUE
               "CERTIFICADOS DE DESTINACAO PENDENTES (QUALQUER DATA)".
       01  DATA-CONV-W             PIC 9(8)    VALUE ZEROS.
       01  DATA-DDMMAAAA-W         PIC 9(8)    VALUE ZEROS.

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
           MOVE "LBD047" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD047.
           MOVE "LBD068" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD068.
           MOVE "LBD069" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD069.
           MOVE "LBD070" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD070.
           OPEN INPUT CGD001 LBD047.
           IF ST-LBD047 = "00"
              MOVE 1 TO LBD047-EXISTE-W
           END-IF.
           OPEN I-O LBD068.
           IF ST-LBD068 = "35"
              OPEN OUTPUT LBD068
              CLOSE       LBD068
              OPEN I-O    LBD068
           END-IF.
           OPEN I-O LBD069.
           IF ST-LBD069 = "35"
              OPEN OUTPUT LBD069
              CLOSE       LBD069
              OPEN I-O    LBD069
           END-IF.
           OPEN I-O LBD070.
           IF ST-LBD070 = "35"
              OPEN OUTPUT LBD070
              CLOSE       LBD070
              OPEN I-O    LBD070
           END-IF.
           IF ST-CGD001 <> "00"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W.
           IF ST-LBD068 <> "00"
              DISPLAY "ERRO ABERTURA LBD068: " ST-LBD068
              MOVE 1 TO ERRO-W.
           IF ST-LBD069 <> "00"
              DISPLAY "ERRO ABERTURA LBD069: " ST-LBD069
              MOVE 1 TO ERRO-W.
           IF ST-LBD070 <> "00"
              DISPLAY "ERRO ABERTURA LBD070: " ST-LBD070
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "LBP154" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA LBP154"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           IF ERRO-W = ZEROS
              PERFORM LE-PARAMETROS
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-COLETA  2-CERTIFICADO  3-PARAMETROS  "
                   "4-RELATORIO  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM REGISTRA-COLETA
              WHEN 2 PERFORM REGISTRA-CERTIFICADO
              WHEN 3 PERFORM MANTEM-PARAMETROS
              WHEN 4 PERFORM RELATORIO-RESIDUO
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    PARAMETROS (REGISTRO UNICO DE LBD070)
      *----------------------------------------------------------------
       LE-PARAMETROS SECTION.
           MOVE "1" TO CHAVE-L70.
           READ LBD070 INVALID KEY
                INITIALIZE REG-LBD070
                MOVE "1" TO CHAVE-L70
                MOVE 100 TO FATOR-RESIDUO-L70
                MOVE 30  TO DIAS-CERTIFICADO-L70
                WRITE REG-LBD070 INVALID KEY
                      DISPLAY "ERRO GRAVACAO LBD070: " ST-LBD070
                END-WRITE
           END-READ.

       MANTEM-PARAMETROS SECTION.
           PERFORM LE-PARAMETROS.
           DISPLAY "FATOR " FATOR-RESIDUO-L70 "%  LIMITE "
                   LIMITE-ESTOQUE-L70 "  PRAZO CERTIFICADO "
                   DIAS-CERTIFICADO-L70 " DIAS".
           DISPLAY "Percentual do consumo que vira residuo (digitos, "
                   "2 decimais, 0 = mantem): ".
           ACCEPT FATOR-W FROM CONSOLE.
           DISPLAY "Limite do estoque guardado (digitos, 2 decimais, "
                   "0 = mantem): ".
           ACCEPT LIMITE-W FROM CONSOLE.
           DISPLAY "Prazo do certificado em dias (0 = mantem): ".
           ACCEPT DIAS-W FROM CONSOLE.
           IF FATOR-W > 100
              DISPLAY "FATOR ACIMA DE 100% - PARAMETROS NAO ALTERADOS"
              GO MANTEM-PARAMETROS-FIM
           END-IF.
           IF FATOR-W > ZEROS
              MOVE FATOR-W  TO FATOR-RESIDUO-L70
           END-IF.
           IF LIMITE-W > ZEROS
              MOVE LIMITE-W TO LIMITE-ESTOQUE-L70
           END-IF.
           IF DIAS-W > ZEROS
              MOVE DIAS-W   TO DIAS-CERTIFICADO-L70
           END-IF.
           MOVE DATA-HOJE-W   TO DATA-ALTERACAO-L70.
           MOVE COD-USUARIO-W TO USUARIO-L70.
           REWRITE REG-LBD070 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD070: " ST-LBD070
           END-REWRITE.
           DISPLAY "PARAMETROS GRAVADOS.".
       MANTEM-PARAMETROS-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    COLETA PELA EMPRESA LICENCIADA (LBD069)
      *----------------------------------------------------------------
       REGISTRA-COLETA SECTION.
           DISPLAY "Data da coleta (AAAAMMDD, 0 = HOJE): ".
           ACCEPT DATA-W FROM CONSOLE.
           IF DATA-W = ZEROS
              MOVE DATA-HOJE-W TO DATA-W
           END-IF.
           IF DATA-W > DATA-HOJE-W
              DISPLAY "COLETA COM DATA FUTURA - NAO GRAVADO"
              GO REGISTRA-COLETA-FIM
           END-IF.
           DISPLAY "Coletor (CGD001): ".
           ACCEPT COLETOR-W FROM CONSOLE.
           MOVE COLETOR-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                DISPLAY "COLETOR NAO CADASTRADO - NAO GRAVADO"
                GO REGISTRA-COLETA-FIM
           END-READ.
           DISPLAY NOME-CG01.
           DISPLAY "Numero do manifesto (MTR): ".
           ACCEPT MANIFESTO-W FROM CONSOLE.
           IF MANIFESTO-W = SPACES
              DISPLAY "MANIFESTO OBRIGATORIO - NAO GRAVADO"
              GO REGISTRA-COLETA-FIM
           END-IF.
           PERFORM PROCURA-MANIFESTO.
           IF ACHOU-W = 1
              DISPLAY "MANIFESTO JA LANCADO NA COLETA "
                      DATA-COLETA-L69 "/" SEQ-L69 " - NAO GRAVADO"
              GO REGISTRA-COLETA-FIM
           END-IF.
           DISPLAY "Processadora de origem (0 = MISTURADO): ".
           ACCEPT PROCESSADORA-W FROM CONSOLE.
           IF PROCESSADORA-W > ZEROS AND LBD047-EXISTE-W = 1
              MOVE PROCESSADORA-W TO EQUIPAMENTO-L47
              READ LBD047 INVALID KEY
                   DISPLAY "PROCESSADORA FORA DO CADASTRO (LBP141) - "
                           "NAO GRAVADO"
                   GO REGISTRA-COLETA-FIM
              END-READ
              DISPLAY DESCRICAO-L47
           END-IF.
           DISPLAY "Quantidade coletada (digitos, 2 decimais): ".
           ACCEPT QTDE-W FROM CONSOLE.
           IF QTDE-W = ZEROS
              DISPLAY "QUANTIDADE OBRIGATORIA - NAO GRAVADO"
              GO REGISTRA-COLETA-FIM
           END-IF.
           INITIALIZE REG-LBD069.
           DISPLAY "Observacao: ".
           ACCEPT OBSERVACAO-L69 FROM CONSOLE.
           MOVE DATA-W         TO DATA-COLETA-L69.
           MOVE 1              TO SEQ-L69.
           MOVE COLETOR-W      TO COLETOR-L69.
           MOVE MANIFESTO-W    TO MANIFESTO-L69.
           MOVE PROCESSADORA-W TO PROCESSADORA-L69.
           MOVE QTDE-W         TO QTDE-L69.
           MOVE COD-USUARIO-W  TO DIGITADOR-L69.
           MOVE ZEROS TO ST-LBD069.
           PERFORM UNTIL ST-LBD069 = "10"
             WRITE REG-LBD069 INVALID KEY
                 ADD 1 TO SEQ-L69
               NOT INVALID KEY
                 MOVE "10" TO ST-LBD069.
           MOVE ZEROS TO ST-LBD069.
           DISPLAY "COLETA " DATA-COLETA-L69 "/" SEQ-L69
                   " GRAVADA - CERTIFICADO PENDENTE.".
       REGISTRA-COLETA-FIM.
           EXIT.

       PROCURA-MANIFESTO SECTION.
           MOVE ZEROS TO ACHOU-W.
           INITIALIZE CHAVE-L69.
           START LBD069 KEY IS NOT < CHAVE-L69 INVALID KEY
                 MOVE "10" TO ST-LBD069.
           PERFORM UNTIL ST-LBD069 = "10"
              READ LBD069 NEXT RECORD AT END MOVE "10" TO ST-LBD069
              NOT AT END
                IF MANIFESTO-L69 = MANIFESTO-W
                   MOVE 1    TO ACHOU-W
                   MOVE "10" TO ST-LBD069
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD069.

      *----------------------------------------------------------------
      *    CERTIFICADO DE DESTINACAO DA COLETA
      *----------------------------------------------------------------
       REGISTRA-CERTIFICADO SECTION.
           PERFORM LISTA-PENDENTES-CONSOLE.
           DISPLAY "Data da coleta (AAAAMMDD, 0 = VOLTAR): ".
           ACCEPT DATA-W FROM CONSOLE.
           IF DATA-W = ZEROS
              GO REGISTRA-CERTIFICADO-FIM
           END-IF.
           DISPLAY "Sequencia: ".
           ACCEPT SEQ-W FROM CONSOLE.
           MOVE DATA-W TO DATA-COLETA-L69.
           MOVE SEQ-W  TO SEQ-L69.
           READ LBD069 INVALID KEY
                DISPLAY "COLETA NAO ENCONTRADA"
                GO REGISTRA-CERTIFICADO-FIM
           END-READ.
           DISPLAY "MTR " MANIFESTO-L69 "  QTDE " QTDE-L69.
           IF CERTIFICADO-L69 <> SPACES
              DISPLAY "CERTIFICADO ATUAL " CERTIFICADO-L69 " DE "
                      DATA-CERTIFICADO-L69
           END-IF.
           DISPLAY "Numero do certificado de destinacao: ".
           ACCEPT CERTIFICADO-L69 FROM CONSOLE.
           IF CERTIFICADO-L69 = SPACES
              DISPLAY "CERTIFICADO OBRIGATORIO - NAO GRAVADO"
              GO REGISTRA-CERTIFICADO-FIM
           END-IF.
           DISPLAY "Data do certificado (AAAAMMDD, 0 = HOJE): ".
           ACCEPT DATA-CERTIFICADO-L69 FROM CONSOLE.
           IF DATA-CERTIFICADO-L69 = ZEROS
              MOVE DATA-HOJE-W TO DATA-CERTIFICADO-L69
           END-IF.
           IF DATA-CERTIFICADO-L69 < DATA-COLETA-L69
              DISPLAY "CERTIFICADO ANTERIOR A COLETA - NAO GRAVADO"
              GO REGISTRA-CERTIFICADO-FIM
           END-IF.
           REWRITE REG-LBD069 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD069: " ST-LBD069
                GO REGISTRA-CERTIFICADO-FIM
           END-REWRITE.
           DISPLAY "CERTIFICADO GRAVADO.".
       REGISTRA-CERTIFICADO-FIM.
           EXIT.

       LISTA-PENDENTES-CONSOLE SECTION.
           INITIALIZE CHAVE-L69.
           START LBD069 KEY IS NOT < CHAVE-L69 INVALID KEY
                 MOVE "10" TO ST-LBD069.
           PERFORM UNTIL ST-LBD069 = "10"
              READ LBD069 NEXT RECORD AT END MOVE "10" TO ST-LBD069
              NOT AT END
                IF CERTIFICADO-L69 = SPACES
                   DISPLAY "PENDENTE " DATA-COLETA-L69 " SEQ "
                           SEQ-L69 " MTR " MANIFESTO-L69
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD069.

      *----------------------------------------------------------------
      *    GERADO X COLETADO NO PERIODO
      *----------------------------------------------------------------
       RELATORIO-RESIDUO SECTION.
           DISPLAY "Data inicial (AAAAMMDD): ".
           ACCEPT DATA-INICIAL-W FROM CONSOLE.
           DISPLAY "Data final (AAAAMMDD, 0 = HOJE): ".
           ACCEPT DATA-FINAL-W FROM CONSOLE.
           IF DATA-FINAL-W = ZEROS
              MOVE DATA-HOJE-W TO DATA-FINAL-W
           END-IF.
           IF DATA-INICIAL-W > DATA-FINAL-W
              DISPLAY "PERIODO INVALIDO"
              GO RELATORIO-RESIDUO-FIM
           END-IF.
           INITIALIZE TAB-PROC.
           MOVE ZEROS TO GERADO-ANTES-W COLETADO-ANTES-W
                         TOT-GERADO-W TOT-COLETADO-W
                         QT-COLETAS-W QT-PENDENTES-W.
           PERFORM ACUMULA-GERADO.
           PERFORM ACUMULA-COLETADO.
           COMPUTE ESTOQUE-INICIAL-W = GERADO-ANTES-W
                                     - COLETADO-ANTES-W.
           COMPUTE ESTOQUE-FINAL-W = ESTOQUE-INICIAL-W
                                   + TOT-GERADO-W - TOT-COLETADO-W.
           OPEN OUTPUT RELAT.
           MOVE ZEROS TO PAGE-COUNT.
           MOVE DATA-INICIAL-W TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-INI-REL.
           MOVE DATA-FINAL-W   TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-FIM-REL.
           PERFORM CABECALHO.
           PERFORM IMPRIME-PROCESSADORA
                   VARYING IND-P FROM 1 BY 1 UNTIL IND-P > 100.
           PERFORM IMPRIME-TOTAIS.
           PERFORM IMPRIME-COLETAS.
           PERFORM IMPRIME-PENDENTES.
           CLOSE RELAT.
           DISPLAY "RELATORIO IMPRESSO - COLETAS NO PERIODO: "
                   QT-COLETAS-W "  CERTIFICADOS PENDENTES: "
                   QT-PENDENTES-W.
       RELATORIO-RESIDUO-FIM.
           EXIT.

       ACUMULA-GERADO SECTION.
           INITIALIZE CHAVE-L68.
           START LBD068 KEY IS NOT < CHAVE-L68 INVALID KEY
                 MOVE "10" TO ST-LBD068.
           PERFORM UNTIL ST-LBD068 = "10"
              READ LBD068 NEXT RECORD AT END MOVE "10" TO ST-LBD068
              NOT AT END
                IF DATA-L68 > DATA-FINAL-W
                   MOVE "10" TO ST-LBD068
                ELSE
                   IF DATA-L68 < DATA-INICIAL-W
                      ADD QTDE-L68 TO GERADO-ANTES-W
                   ELSE
                      COMPUTE IND-P = PROCESSADORA-L68 + 1
                      ADD QTDE-L68 TO TP-GERADO(IND-P) TOT-GERADO-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD068.

       ACUMULA-COLETADO SECTION.
           INITIALIZE CHAVE-L69.
           START LBD069 KEY IS NOT < CHAVE-L69 INVALID KEY
                 MOVE "10" TO ST-LBD069.
           PERFORM UNTIL ST-LBD069 = "10"
              READ LBD069 NEXT RECORD AT END MOVE "10" TO ST-LBD069
              NOT AT END
                IF DATA-COLETA-L69 > DATA-FINAL-W
                   MOVE "10" TO ST-LBD069
                ELSE
                   IF DATA-COLETA-L69 < DATA-INICIAL-W
                      ADD QTDE-L69 TO COLETADO-ANTES-W
                   ELSE
                      COMPUTE IND-P = PROCESSADORA-L69 + 1
                      ADD QTDE-L69 TO TP-COLETADO(IND-P)
                                      TOT-COLETADO-W
                      ADD 1 TO QT-COLETAS-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD069.

       IMPRIME-PROCESSADORA SECTION.
           IF TP-GERADO(IND-P) = ZEROS AND TP-COLETADO(IND-P) = ZEROS
              GO IMPRIME-PROCESSADORA-FIM
           END-IF.
           COMPUTE PROC-REL = IND-P - 1.
           MOVE SPACES TO DESCRICAO-REL.
           IF IND-P = 1
              MOVE "SEM LEITURA / MISTURADO" TO DESCRICAO-REL
           ELSE
              IF LBD047-EXISTE-W = 1
                 COMPUTE EQUIPAMENTO-L47 = IND-P - 1
                 READ LBD047 INVALID KEY
                      MOVE SPACES TO DESCRICAO-L47
                 END-READ
                 MOVE DESCRICAO-L47 TO DESCRICAO-REL
              END-IF
           END-IF.
           MOVE TP-GERADO(IND-P)   TO GERADO-REL.
           MOVE TP-COLETADO(IND-P) TO COLETADO-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.
       IMPRIME-PROCESSADORA-FIM.
           EXIT.

       IMPRIME-TOTAIS SECTION.
           MOVE SPACES           TO DESCRICAO-REL.
           MOVE "TOTAL"          TO DESCRICAO-REL.
           MOVE ZEROS            TO PROC-REL.
           MOVE TOT-GERADO-W     TO GERADO-REL.
           MOVE TOT-COLETADO-W   TO COLETADO-REL.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINDET.
           MOVE "ESTOQUE GUARDADO NO INICIO.......:" TO TEXTO-TOT-REL.
           MOVE ESTOQUE-INICIAL-W TO VALOR-TOT-REL.
           WRITE REG-RELAT FROM LINTOT AFTER 2.
           MOVE "ESTOQUE GUARDADO NO FIM..........:" TO TEXTO-TOT-REL.
           MOVE ESTOQUE-FINAL-W   TO VALOR-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           IF LIMITE-ESTOQUE-L70 > ZEROS
              MOVE "LIMITE DO ESTOQUE (LBD070).......:"
                                      TO TEXTO-TOT-REL
              MOVE LIMITE-ESTOQUE-L70 TO VALOR-TOT-REL
              WRITE REG-RELAT FROM LINTOT
              ADD 1 TO LIN
           END-IF.
           ADD 5 TO LIN.

       IMPRIME-COLETAS SECTION.
           IF QT-COLETAS-W = ZEROS
              GO IMPRIME-COLETAS-FIM
           END-IF.
           IF LIN > 50 PERFORM CABECALHO END-IF.
           WRITE REG-RELAT FROM CAB05 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           ADD 3 TO LIN.
           MOVE DATA-INICIAL-W TO DATA-COLETA-L69.
           MOVE ZEROS          TO SEQ-L69.
           START LBD069 KEY IS NOT < CHAVE-L69 INVALID KEY
                 MOVE "10" TO ST-LBD069.
           PERFORM UNTIL ST-LBD069 = "10"
              READ LBD069 NEXT RECORD AT END MOVE "10" TO ST-LBD069
              NOT AT END
                IF DATA-COLETA-L69 > DATA-FINAL-W
                   MOVE "10" TO ST-LBD069
                ELSE
                   PERFORM IMPRIME-LINHA-COLETA
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD069.
       IMPRIME-COLETAS-FIM.
           EXIT.

       IMPRIME-PENDENTES SECTION.
           MOVE ZEROS TO ACHOU-W.
           INITIALIZE CHAVE-L69.
           START LBD069 KEY IS NOT < CHAVE-L69 INVALID KEY
                 MOVE "10" TO ST-LBD069.
           PERFORM UNTIL ST-LBD069 = "10"
              READ LBD069 NEXT RECORD AT END MOVE "10" TO ST-LBD069
              NOT AT END
                IF CERTIFICADO-L69 = SPACES
                   IF ACHOU-W = 0
                      MOVE 1 TO ACHOU-W
                      IF LIN > 50 PERFORM CABECALHO END-IF
                      WRITE REG-RELAT FROM CAB06 AFTER 2
                      WRITE REG-RELAT FROM CAB03
                      ADD 3 TO LIN
                   END-IF
                   ADD 1 TO QT-PENDENTES-W
                   PERFORM IMPRIME-LINHA-COLETA
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD069.

       IMPRIME-LINHA-COLETA SECTION.
           MOVE DATA-COLETA-L69 TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W  TO DATA-COL-REL.
           MOVE SEQ-L69          TO SEQ-COL-REL.
           MOVE COLETOR-L69      TO CODIGO-CG01.
           READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
           END-READ.
           MOVE NOME-CG01        TO COLETOR-COL-REL.
           MOVE MANIFESTO-L69    TO MANIFESTO-COL-REL.
           MOVE PROCESSADORA-L69 TO PROC-COL-REL.
           MOVE QTDE-L69         TO QTDE-COL-REL.
           MOVE SPACES           TO CERT-COL-REL.
           IF CERTIFICADO-L69 = SPACES
              COMPUTE DIAS-SEM-CERT-W =
                 FUNCTION INTEGER-OF-DATE(DATA-HOJE-W)
               - FUNCTION INTEGER-OF-DATE(DATA-COLETA-L69)
              STRING "PENDENTE HA " DIAS-SEM-CERT-W " DIAS"
                     DELIMITED BY SIZE INTO CERT-COL-REL
           ELSE
              MOVE CERTIFICADO-L69 TO CERT-COL-REL
           END-IF.
           WRITE REG-RELAT FROM LINCOL.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.

       CONVERTE-DATA SECTION.
           MOVE DATA-CONV-W(7: 2) TO DATA-DDMMAAAA-W(1: 2).
           MOVE DATA-CONV-W(5: 2) TO DATA-DDMMAAAA-W(3: 2).
           MOVE DATA-CONV-W(1: 4) TO DATA-DDMMAAAA-W(5: 4).

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
           CLOSE CGD001 LBD068 LBD069 LBD070.
           IF LBD047-EXISTE-W = 1 CLOSE LBD047 END-IF.
           EXIT PROGRAM.
