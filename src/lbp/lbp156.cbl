       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP156.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Entrega de rolos de filme a fotógrafo para um evento da
      *agenda e prestação de contas do que voltou - antes o estoque
      *(LBD035) só baixava na revelação (LBP125) e o rolo que não
      *voltava sumia da contagem:
      *  SAIDA ......: entrega ao fotógrafo (CGD001) escalado no evento
      *                (VID023, VIP025); debita o saldo do item filme
      *                do LBD035 e soma em EM-CAMPO-L35;
      *  DEVOLUCAO ..: rolo virgem devolvido - credita o saldo;
      *  ACERTO .....: o que ficou em aberto é cobrado do fotógrafo
      *                ou baixado como perda;
      *  RELATORIO ..: por fotógrafo, contrato e tipo de filme -
      *                entregues, devolvidos, avaliados (LBD102),
      *                cobrados, baixados e o saldo em aberto com o
      *                valor pelo custo de referência do item.
      *Em aberto = entregues - devolvidos - avaliados - cobrados -
      *baixados. O filme revelado abate EM-CAMPO-L35 no LBP125, para
      *não debitar o saldo duas vezes.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX001.
           COPY VIPX023.
           COPY LBPX035.
           COPY LBPX102.
           COPY LBPX072.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW001.
       COPY VIPW023.
       COPY LBPW035.
       COPY LBPW102.
       COPY LBPW072.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(120).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-VID023             PIC XX       VALUE SPACES.
           05  ST-LBD035             PIC XX       VALUE SPACES.
           05  ST-LBD102             PIC XX       VALUE SPACES.
           05  LBD102-EXISTE-W       PIC 9        VALUE ZEROS.
           05  ST-LBD072             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  ACAO-W                PIC 9        VALUE ZEROS.
           05  FILTRO-W              PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-EVENTO-W         PIC 9(8)     VALUE ZEROS.
           05  SEQ-EVENTO-W          PIC 9(3)     VALUE ZEROS.
           05  FOTOGRAFO-W           PIC 9(6)     VALUE ZEROS.
           05  FOTOGRAFO-SEL-W       PIC 9(6)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(8)     VALUE ZEROS.
           05  TIPO-FILME-W          PIC 9(2)     VALUE ZEROS.
           05  QTDE-W                PIC 9(4)     VALUE ZEROS.
           05  ABATE-CAMPO-W         PIC 9(5)     VALUE ZEROS.
           05  MOVIMENTO-W           PIC 9(6)     VALUE ZEROS.
           05  VALOR-W               PIC 9(8)V99  VALUE ZEROS.
           05  SUGERIDO-W            PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-ED-W            PIC ZZ.ZZZ.ZZ9,99.
           05  SALDO-ED-W            PIC -Z.ZZZ.ZZ9.
           05  OBS-W                 PIC X(40)    VALUE SPACES.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  IND-F                 PIC 9        VALUE ZEROS.
           05  IND-T                 PIC 9(4)     VALUE ZEROS.
           05  IND-ACHOU-W           PIC 9(4)     VALUE ZEROS.
           05  QT-TAB-W              PIC 9(4)     VALUE ZEROS.
           05  ABERTO-W              PIC S9(5)    VALUE ZEROS.
           05  FOTOGRAFO-PROC-W      PIC 9(6)     VALUE ZEROS.
           05  CONTRATO-PROC-W       PIC 9(8)     VALUE ZEROS.
           05  TIPO-PROC-W           PIC 9(2)     VALUE ZEROS.
           05  FOTOGRAFO-ANT-W       PIC 9(6)     VALUE ZEROS.
           05  QT-ABERTO-FOT-W       PIC 9(6)     VALUE ZEROS.
           05  VLR-ABERTO-FOT-W      PIC 9(9)V99  VALUE ZEROS.
           05  QT-ABERTO-GERAL-W     PIC 9(6)     VALUE ZEROS.
           05  VLR-ABERTO-GERAL-W    PIC 9(9)V99  VALUE ZEROS.
           05  QT-LINHAS-W           PIC 9(5)     VALUE ZEROS.
      *    MOVIMENTO ACUMULADO POR FOTOGRAFO + CONTRATO + TIPO DE FILME
      *    (LBD072 PELA CHAVE DO FOTOGRAFO, MAIS OS AVALIADOS DO LBD102)
           05  TAB-ROLOS.
               10  TB-OCC OCCURS 2000 TIMES.
                   15  TB-FOTOGRAFO      PIC 9(6).
                   15  TB-CONTRATO       PIC 9(8).
                   15  TB-TIPO           PIC 9(2).
                   15  TB-SAIDA          PIC 9(5).
                   15  TB-DEVOL          PIC 9(5).
                   15  TB-AVAL           PIC 9(5).
                   15  TB-COBR           PIC 9(5).
                   15  TB-BAIXA          PIC 9(5).
                   15  TB-VLR-COBR       PIC 9(7)V99.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
           COPY CGPW046C.
           COPY LOGW008C.

       01  CAB01.
           05  EMPRESA-REL         PIC X(100)  VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(51)   VALUE
               "ROLOS DE FILME ENTREGUES A FOTOGRAFO - PRESTACAO DE".
           05  FILLER              PIC X(13)   VALUE
               " CONTAS - EM ".
           05  DATA-HOJE-REL       PIC 99/99/9999.
       01  CAB03.
           05  FILLER              PIC X(120)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(44)   VALUE
               "CONTRATO  TP DESCRICAO FILME       ENTREG  D".
           05  FILLER              PIC X(44)   VALUE
               "EVOLV  AVALIA  COBRAD  BAIXAD  ABERTO    VLR".
           05  FILLER              PIC X(32)   VALUE
               " COBRADO  VLR EM ABERTO".
       01  CAB-FOTOGRAFO.
           05  FILLER              PIC X(10)   VALUE "FOTOGRAFO ".
           05  FOTOGRAFO-CAB-REL   PIC 9(6).
           05  FILLER              PIC X       VALUE SPACES.
           05  NOME-FOTOGRAFO-REL  PIC X(30).
       01  LINDET.
           05  CONTRATO-REL        PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  TIPO-REL            PIC 99.
           05  FILLER              PIC X       VALUE SPACES.
           05  DESCRICAO-REL       PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SAIDA-REL           PIC ZZ.ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DEVOL-REL           PIC ZZ.ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AVAL-REL            PIC ZZ.ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  COBR-REL            PIC ZZ.ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  BAIXA-REL           PIC ZZ.ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ABERTO-REL          PIC ZZ.ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VLR-COBR-REL        PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VLR-ABERTO-REL      PIC ZZ.ZZZ.ZZ9,99.
       01  LINSUB.
           05  TEXTO-SUB-REL       PIC X(40)   VALUE SPACES.
           05  FILLER              PIC X(34)   VALUE SPACES.
           05  QT-SUB-REL          PIC ZZZ.ZZ9.
           05  FILLER              PIC X(16)   VALUE SPACES.
           05  VALOR-SUB-REL       PIC ZZZ.ZZZ.ZZ9,99.
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
           MOVE "VID023" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID023.
           MOVE "LBD035" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD035.
           MOVE "LBD102" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD102.
           MOVE "LBD072" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD072.
           OPEN INPUT CGD001 VID023.
           OPEN I-O LBD035.
      *    AVALIACAO DE NEGATIVOS: SO NA EMPRESA QUE JA USA O LBP102
           OPEN INPUT LBD102.
           IF ST-LBD102 = "00"
              MOVE 1 TO LBD102-EXISTE-W
           END-IF.
           OPEN I-O LBD072.
           IF ST-LBD072 = "35"
              OPEN OUTPUT LBD072
              CLOSE       LBD072
              OPEN I-O    LBD072
           END-IF.
           IF ST-CGD001 <> "00"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W.
           IF ST-VID023 <> "00"
              DISPLAY "ERRO ABERTURA VID023: " ST-VID023
              MOVE 1 TO ERRO-W.
           IF ST-LBD035 <> "00"
              DISPLAY "ERRO ABERTURA LBD035: " ST-LBD035
              MOVE 1 TO ERRO-W.
           IF ST-LBD072 <> "00"
              DISPLAY "ERRO ABERTURA LBD072: " ST-LBD072
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "LBP156" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA LBP156"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-SAIDA  2-DEVOLUCAO  3-ACERTO  "
                   "4-RELATORIO  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM SAIDA-ROLOS
              WHEN 2 PERFORM DEVOLUCAO-ROLOS
              WHEN 3 PERFORM ACERTO-ROLOS
              WHEN 4 PERFORM RELATORIO-ROLOS
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    SAIDA DE ROLOS PARA O FOTOGRAFO ESCALADO NO EVENTO
      *----------------------------------------------------------------
       SAIDA-ROLOS SECTION.
           DISPLAY "Codigo do fotografo (CGD001): ".
           ACCEPT FOTOGRAFO-W FROM CONSOLE.
           MOVE FOTOGRAFO-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                DISPLAY "FOTOGRAFO NAO CADASTRADO EM CGD001"
                GO SAIDA-ROLOS-FIM
           END-READ.
           DISPLAY "FOTOGRAFO: " NOME-CG01.
           DISPLAY "Data do evento (AAAAMMDD, 0 = HOJE): ".
           ACCEPT DATA-EVENTO-W FROM CONSOLE.
           IF DATA-EVENTO-W = ZEROS
              MOVE DATA-HOJE-W TO DATA-EVENTO-W
           END-IF.
           PERFORM LISTA-EVENTOS-DIA.
           IF ACHOU-W = 0
              DISPLAY "NENHUM EVENTO AGENDADO NA DATA (VIP025)"
              GO SAIDA-ROLOS-FIM
           END-IF.
           DISPLAY "Sequencia do evento: ".
           ACCEPT SEQ-EVENTO-W FROM CONSOLE.
           MOVE DATA-EVENTO-W TO DATA-V23.
           MOVE SEQ-EVENTO-W  TO SEQ-V23.
           READ VID023 INVALID KEY
                DISPLAY "EVENTO NAO ENCONTRADO NA AGENDA"
                GO SAIDA-ROLOS-FIM
           END-READ.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING IND-F FROM 1 BY 1 UNTIL IND-F > 4
              IF FOTOGRAFO-V23(IND-F) = FOTOGRAFO-W
                 MOVE 1 TO ACHOU-W
              END-IF
           END-PERFORM.
           IF ACHOU-W = 0
              DISPLAY "FOTOGRAFO NAO ESCALADO NO EVENTO - ESCALAR "
                      "PELO VIP025"
              GO SAIDA-ROLOS-FIM
           END-IF.
           MOVE FOTOGRAFO-W   TO CGP046-CODIGO.
           MOVE DATA-EVENTO-W TO CGP046-DATA.
           CALL "CGP046" USING PARAMETROS-W CGP046-PARAMETROS.
           CANCEL "CGP046".
           IF CGP046-DESLIGADO = 1
              DISPLAY "FOTOGRAFO DESLIGADO EM " CGP046-DATA-DESLIG
                      " - SAIDA RECUSADA"
              GO SAIDA-ROLOS-FIM
           END-IF.
           DISPLAY "Tipo de filme: ".
           ACCEPT TIPO-FILME-W FROM CONSOLE.
           PERFORM LE-ITEM-FILME.
           IF ACHOU-W = 0
              GO SAIDA-ROLOS-FIM
           END-IF.
           MOVE SALDO-L35 TO SALDO-ED-W.
           DISPLAY DESCRICAO-L35 "  SALDO EM ESTOQUE: " SALDO-ED-W.
           DISPLAY "Quantidade de rolos: ".
           ACCEPT QTDE-W FROM CONSOLE.
           IF QTDE-W = ZEROS
              GO SAIDA-ROLOS-FIM
           END-IF.
           IF QTDE-W > SALDO-L35
              DISPLAY "QUANTIDADE MAIOR QUE O SALDO EM ESTOQUE - "
                      "NAO GRAVADO"
              GO SAIDA-ROLOS-FIM
           END-IF.
           DISPLAY "Observacao: ".
           ACCEPT OBS-W FROM CONSOLE.
           SUBTRACT QTDE-W FROM SALDO-L35.
           ADD QTDE-W TO EM-CAMPO-L35.
           MOVE DATA-HOJE-W TO DATA-ULT-MOVTO-L35.
           REWRITE REG-LBD035 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD035: " ST-LBD035
                GO SAIDA-ROLOS-FIM
           END-REWRITE.
           PERFORM ACHA-PROXIMO-MOVIMENTO.
           MOVE 1                TO TIPO-MOV-L72.
           MOVE DATA-EVENTO-W    TO DATA-EVENTO-L72.
           MOVE SEQ-EVENTO-W     TO SEQ-EVENTO-L72.
           MOVE CONTRATO-V23     TO CONTRATO-L72.
           MOVE ZEROS            TO VALOR-L72.
           PERFORM GRAVA-MOVIMENTO.
           DISPLAY "SAIDA " MOVIMENTO-L72 " GRAVADA - " QTDE-W
                   " ROLO(S) PARA O CONTRATO " CONTRATO-V23.
       SAIDA-ROLOS-FIM.
           EXIT.

       LISTA-EVENTOS-DIA SECTION.
           MOVE ZEROS TO ACHOU-W.
           MOVE DATA-EVENTO-W TO DATA-V23.
           MOVE ZEROS         TO SEQ-V23.
           START VID023 KEY IS NOT < CHAVE-V23 INVALID KEY
                 MOVE "10" TO ST-VID023.
           PERFORM UNTIL ST-VID023 = "10"
              READ VID023 NEXT RECORD AT END MOVE "10" TO ST-VID023
              NOT AT END
                IF DATA-V23 <> DATA-EVENTO-W
                   MOVE "10" TO ST-VID023
                ELSE
                   MOVE 1 TO ACHOU-W
                   DISPLAY "SEQ " SEQ-V23 " CONTRATO " CONTRATO-V23
                           " " HORA-INI-V23 "-" HORA-FIM-V23 " "
                           LOCAL-V23
                   DISPLAY "        FOTOGRAFOS " FOTOGRAFO-V23(1) " "
                           FOTOGRAFO-V23(2) " " FOTOGRAFO-V23(3) " "
                           FOTOGRAFO-V23(4)
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID023.

      *    SO ITEM FILME (TIPO 1) CADASTRADO NO LBP124.
       LE-ITEM-FILME SECTION.
           MOVE ZEROS TO ACHOU-W.
           MOVE 1            TO TIPO-ITEM-L35.
           MOVE TIPO-FILME-W TO CODIGO-L35.
           READ LBD035 INVALID KEY
                DISPLAY "TIPO DE FILME " TIPO-FILME-W
                        " SEM ITEM DE ESTOQUE (LBP124)"
                GO LE-ITEM-FILME-FIM
           END-READ.
           MOVE 1 TO ACHOU-W.
       LE-ITEM-FILME-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    DEVOLUCAO DE ROLO VIRGEM
      *----------------------------------------------------------------
       DEVOLUCAO-ROLOS SECTION.
           PERFORM SELECIONA-ABERTO.
           IF ACHOU-W = 0
              GO DEVOLUCAO-ROLOS-FIM
           END-IF.
           DISPLAY "Quantidade de rolos virgens devolvidos: ".
           ACCEPT QTDE-W FROM CONSOLE.
           IF QTDE-W = ZEROS
              GO DEVOLUCAO-ROLOS-FIM
           END-IF.
           IF QTDE-W > ABERTO-W
              DISPLAY "QUANTIDADE MAIOR QUE O SALDO EM ABERTO - "
                      "NAO GRAVADO"
              GO DEVOLUCAO-ROLOS-FIM
           END-IF.
           PERFORM LE-ITEM-FILME.
           IF ACHOU-W = 0
              GO DEVOLUCAO-ROLOS-FIM
           END-IF.
           DISPLAY "Observacao: ".
           ACCEPT OBS-W FROM CONSOLE.
           ADD QTDE-W TO SALDO-L35.
           PERFORM ABATE-EM-CAMPO.
           MOVE DATA-HOJE-W TO DATA-ULT-MOVTO-L35.
           REWRITE REG-LBD035 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD035: " ST-LBD035
                GO DEVOLUCAO-ROLOS-FIM
           END-REWRITE.
           PERFORM ACHA-PROXIMO-MOVIMENTO.
           MOVE 2                TO TIPO-MOV-L72.
           MOVE CONTRATO-W       TO CONTRATO-L72.
           MOVE ZEROS            TO VALOR-L72.
           PERFORM GRAVA-MOVIMENTO.
           DISPLAY "DEVOLUCAO " MOVIMENTO-L72 " GRAVADA.".
       DEVOLUCAO-ROLOS-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    ACERTO DO SALDO EM ABERTO: COBRANCA DO FOTOGRAFO OU BAIXA
      *----------------------------------------------------------------
       ACERTO-ROLOS SECTION.
           PERFORM SELECIONA-ABERTO.
           IF ACHOU-W = 0
              GO ACERTO-ROLOS-FIM
           END-IF.
           DISPLAY "Acerto (1-COBRAR DO FOTOGRAFO  2-BAIXAR COMO "
                   "PERDA): ".
           ACCEPT ACAO-W FROM CONSOLE.
           IF ACAO-W <> 1 AND ACAO-W <> 2
              DISPLAY "ACERTO INVALIDO - NAO GRAVADO"
              GO ACERTO-ROLOS-FIM
           END-IF.
           DISPLAY "Quantidade de rolos (0 = TODO O SALDO EM ABERTO): ".
           ACCEPT QTDE-W FROM CONSOLE.
           IF QTDE-W = ZEROS
              MOVE ABERTO-W TO QTDE-W
           END-IF.
           IF QTDE-W > ABERTO-W
              DISPLAY "QUANTIDADE MAIOR QUE O SALDO EM ABERTO - "
                      "NAO GRAVADO"
              GO ACERTO-ROLOS-FIM
           END-IF.
           PERFORM LE-ITEM-FILME.
           IF ACHOU-W = 0
              GO ACERTO-ROLOS-FIM
           END-IF.
           MOVE ZEROS TO VALOR-W.
           IF ACAO-W = 1
              COMPUTE SUGERIDO-W = QTDE-W * VALOR-UNIT-REF-L35
              MOVE SUGERIDO-W TO VALOR-ED-W
              DISPLAY "VALOR PELO CUSTO DE REFERENCIA: " VALOR-ED-W
              DISPLAY "Valor cobrado (digitos, 2 decimais, 0 = CUSTO "
                      "DE REFERENCIA): "
              ACCEPT VALOR-W FROM CONSOLE
              IF VALOR-W = ZEROS
                 MOVE SUGERIDO-W TO VALOR-W
              END-IF
              IF VALOR-W > 999999,99
                 DISPLAY "VALOR COBRADO INVALIDO - NAO GRAVADO"
                 GO ACERTO-ROLOS-FIM
              END-IF
           END-IF.
           DISPLAY "Observacao: ".
           ACCEPT OBS-W FROM CONSOLE.
      *    O ROLO JA SAIU DO SALDO NA ENTREGA: SO SAI DE EM-CAMPO.
           PERFORM ABATE-EM-CAMPO.
           MOVE DATA-HOJE-W TO DATA-ULT-MOVTO-L35.
           REWRITE REG-LBD035 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD035: " ST-LBD035
                GO ACERTO-ROLOS-FIM
           END-REWRITE.
           PERFORM ACHA-PROXIMO-MOVIMENTO.
           COMPUTE TIPO-MOV-L72 = ACAO-W + 2.
           MOVE CONTRATO-W       TO CONTRATO-L72.
           MOVE VALOR-W          TO VALOR-L72.
           PERFORM GRAVA-MOVIMENTO.
           IF ACAO-W = 1
              MOVE VALOR-W TO VALOR-ED-W
              DISPLAY "COBRANCA " MOVIMENTO-L72 " GRAVADA - VALOR "
                      VALOR-ED-W
           ELSE
              DISPLAY "BAIXA " MOVIMENTO-L72 " GRAVADA."
           END-IF.
       ACERTO-ROLOS-FIM.
           EXIT.

      *    FOTOGRAFO, CONTRATO E TIPO DE FILME COM SALDO EM ABERTO
      *    (MOSTRA OS DO FOTOGRAFO ANTES DE PEDIR CONTRATO E TIPO).
       SELECIONA-ABERTO SECTION.
           MOVE ZEROS TO ACHOU-W ABERTO-W.
           DISPLAY "Codigo do fotografo (CGD001): ".
           ACCEPT FOTOGRAFO-W FROM CONSOLE.
           MOVE FOTOGRAFO-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                DISPLAY "FOTOGRAFO NAO CADASTRADO EM CGD001"
                GO SELECIONA-ABERTO-FIM
           END-READ.
           DISPLAY "FOTOGRAFO: " NOME-CG01.
           MOVE FOTOGRAFO-W TO FOTOGRAFO-SEL-W.
           PERFORM MONTA-TABELA.
           PERFORM VARYING IND-T FROM 1 BY 1 UNTIL IND-T > QT-TAB-W
              PERFORM CALCULA-ABERTO
              IF ABERTO-W > ZEROS
                 MOVE 1 TO ACHOU-W
                 DISPLAY "CONTRATO " TB-CONTRATO(IND-T) " TIPO FILME "
                         TB-TIPO(IND-T) " EM ABERTO " ABERTO-W
              END-IF
           END-PERFORM.
           IF ACHOU-W = 0
              DISPLAY "FOTOGRAFO SEM ROLOS EM ABERTO"
              GO SELECIONA-ABERTO-FIM
           END-IF.
           MOVE ZEROS TO ACHOU-W ABERTO-W.
           DISPLAY "Contrato: ".
           ACCEPT CONTRATO-W FROM CONSOLE.
           DISPLAY "Tipo de filme: ".
           ACCEPT TIPO-FILME-W FROM CONSOLE.
           MOVE FOTOGRAFO-W  TO FOTOGRAFO-PROC-W.
           MOVE CONTRATO-W   TO CONTRATO-PROC-W.
           MOVE TIPO-FILME-W TO TIPO-PROC-W.
           PERFORM PROCURA-TABELA.
           IF IND-ACHOU-W = ZEROS
              DISPLAY "SEM SAIDA PARA O FOTOGRAFO NESTE CONTRATO E "
                      "TIPO DE FILME"
              GO SELECIONA-ABERTO-FIM
           END-IF.
           MOVE IND-ACHOU-W TO IND-T.
           PERFORM CALCULA-ABERTO.
           IF ABERTO-W = ZEROS
              DISPLAY "NADA EM ABERTO NESTE CONTRATO E TIPO DE FILME"
              GO SELECIONA-ABERTO-FIM
           END-IF.
           MOVE 1 TO ACHOU-W.
       SELECIONA-ABERTO-FIM.
           EXIT.

      *    DEVOLUCAO, COBRANCA E BAIXA TIRAM O ROLO DE EM-CAMPO-L35; O
      *    QUE O LBP125 JA ABATEU NA REVELACAO NAO ESTA MAIS LA.
       ABATE-EM-CAMPO SECTION.
           IF QTDE-W > EM-CAMPO-L35
              MOVE EM-CAMPO-L35 TO ABATE-CAMPO-W
           ELSE
              MOVE QTDE-W       TO ABATE-CAMPO-W
           END-IF.
           SUBTRACT ABATE-CAMPO-W FROM EM-CAMPO-L35.

       ACHA-PROXIMO-MOVIMENTO SECTION.
           MOVE ZEROS TO MOVIMENTO-W.
           MOVE ZEROS TO MOVIMENTO-L72.
           START LBD072 KEY IS NOT < CHAVE-L72 INVALID KEY
                 MOVE "10" TO ST-LBD072.
           PERFORM UNTIL ST-LBD072 = "10"
              READ LBD072 NEXT RECORD AT END MOVE "10" TO ST-LBD072
              NOT AT END
                MOVE MOVIMENTO-L72 TO MOVIMENTO-W
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD072.
           ADD 1 TO MOVIMENTO-W.
           INITIALIZE REG-LBD072.

       GRAVA-MOVIMENTO SECTION.
           MOVE MOVIMENTO-W      TO MOVIMENTO-L72.
           MOVE DATA-HOJE-W      TO DATA-L72.
           MOVE FOTOGRAFO-W      TO FOTOGRAFO-L72.
           MOVE TIPO-FILME-W     TO TIPO-FILME-L72.
           MOVE QTDE-W           TO QTDE-L72.
           MOVE OBS-W            TO OBS-L72.
           MOVE COD-USUARIO-W    TO DIGITADOR-L72.
           MOVE ZEROS TO ST-LBD072.
           PERFORM UNTIL ST-LBD072 = "10"
             WRITE REG-LBD072 INVALID KEY
                 ADD 1 TO MOVIMENTO-L72
               NOT INVALID KEY
                 MOVE "10" TO ST-LBD072.
           MOVE ZEROS TO ST-LBD072.

      *----------------------------------------------------------------
      *    TABELA DE MOVIMENTO POR FOTOGRAFO/CONTRATO/TIPO DE FILME
      *    (FOTOGRAFO-SEL-W ZERO = TODOS)
      *----------------------------------------------------------------
       MONTA-TABELA SECTION.
           INITIALIZE TAB-ROLOS.
           MOVE ZEROS TO QT-TAB-W.
           MOVE FOTOGRAFO-SEL-W TO FOTOGRAFO-L72.
           START LBD072 KEY IS NOT < FOTOGRAFO-L72 INVALID KEY
                 MOVE "10" TO ST-LBD072.
           PERFORM UNTIL ST-LBD072 = "10"
              READ LBD072 NEXT RECORD AT END MOVE "10" TO ST-LBD072
              NOT AT END
                IF FOTOGRAFO-SEL-W > ZEROS
                   AND FOTOGRAFO-L72 <> FOTOGRAFO-SEL-W
                   MOVE "10" TO ST-LBD072
                ELSE
                   PERFORM ACUMULA-MOVIMENTO
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD072.
           IF LBD102-EXISTE-W = 1 AND QT-TAB-W > ZEROS
              PERFORM ACUMULA-AVALIADOS
           END-IF.

       ACUMULA-MOVIMENTO SECTION.
           MOVE FOTOGRAFO-L72  TO FOTOGRAFO-PROC-W.
           MOVE CONTRATO-L72   TO CONTRATO-PROC-W.
           MOVE TIPO-FILME-L72 TO TIPO-PROC-W.
           PERFORM PROCURA-TABELA.
           IF IND-ACHOU-W = ZEROS
              IF QT-TAB-W = 2000
                 DISPLAY "TABELA CHEIA - MOVIMENTO " MOVIMENTO-L72
                         " NAO CONSIDERADO"
                 GO ACUMULA-MOVIMENTO-FIM
              END-IF
              ADD 1 TO QT-TAB-W
              MOVE QT-TAB-W       TO IND-ACHOU-W
              MOVE FOTOGRAFO-L72  TO TB-FOTOGRAFO(IND-ACHOU-W)
              MOVE CONTRATO-L72   TO TB-CONTRATO(IND-ACHOU-W)
              MOVE TIPO-FILME-L72 TO TB-TIPO(IND-ACHOU-W)
           END-IF.
           EVALUATE TIPO-MOV-L72
              WHEN 1 ADD QTDE-L72 TO TB-SAIDA(IND-ACHOU-W)
              WHEN 2 ADD QTDE-L72 TO TB-DEVOL(IND-ACHOU-W)
              WHEN 3 ADD QTDE-L72 TO TB-COBR(IND-ACHOU-W)
                     ADD VALOR-L72 TO TB-VLR-COBR(IND-ACHOU-W)
              WHEN 4 ADD QTDE-L72 TO TB-BAIXA(IND-ACHOU-W)
           END-EVALUATE.
       ACUMULA-MOVIMENTO-FIM.
           EXIT.

      *    CADA LANCAMENTO DO LBD102 E UM FILME AVALIADO; SO CONTA O
      *    QUE TEM SAIDA PARA O MESMO FOTOGRAFO, CONTRATO E TIPO.
       ACUMULA-AVALIADOS SECTION.
           MOVE ZEROS TO DATA-MOVTO-L102 SEQ-L102.
           START LBD102 KEY IS NOT < CHAVE-L102 INVALID KEY
                 MOVE "10" TO ST-LBD102.
           PERFORM UNTIL ST-LBD102 = "10"
              READ LBD102 NEXT RECORD AT END MOVE "10" TO ST-LBD102
              NOT AT END
                IF FOTOGRAFO-SEL-W = ZEROS
                   OR FOTOGRAFO-L102 = FOTOGRAFO-SEL-W
                   MOVE FOTOGRAFO-L102  TO FOTOGRAFO-PROC-W
                   MOVE CONTRATO-L102   TO CONTRATO-PROC-W
                   MOVE TIPO-FILME-L102 TO TIPO-PROC-W
                   PERFORM PROCURA-TABELA
                   IF IND-ACHOU-W > ZEROS
                      ADD 1 TO TB-AVAL(IND-ACHOU-W)
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD102.

       PROCURA-TABELA SECTION.
           MOVE ZEROS TO IND-ACHOU-W.
           PERFORM VARYING IND-T FROM 1 BY 1
                   UNTIL IND-T > QT-TAB-W OR IND-ACHOU-W > ZEROS
              IF TB-FOTOGRAFO(IND-T) = FOTOGRAFO-PROC-W
                 AND TB-CONTRATO(IND-T) = CONTRATO-PROC-W
                 AND TB-TIPO(IND-T) = TIPO-PROC-W
                 MOVE IND-T TO IND-ACHOU-W
              END-IF
           END-PERFORM.

      *    EM ABERTO DA POSICAO IND-T; AVALIADO A MAIS (FILME PROPRIO
      *    DO FOTOGRAFO) NAO DEIXA SALDO NEGATIVO.
       CALCULA-ABERTO SECTION.
           COMPUTE ABERTO-W = TB-SAIDA(IND-T) - TB-DEVOL(IND-T)
                            - TB-AVAL(IND-T) - TB-COBR(IND-T)
                            - TB-BAIXA(IND-T).
           IF ABERTO-W < ZEROS
              MOVE ZEROS TO ABERTO-W
           END-IF.

      *----------------------------------------------------------------
      *    PRESTACAO DE CONTAS POR FOTOGRAFO
      *----------------------------------------------------------------
       RELATORIO-ROLOS SECTION.
           DISPLAY "Fotografo (0 = TODOS): ".
           ACCEPT FOTOGRAFO-SEL-W FROM CONSOLE.
           DISPLAY "Listar (1-SO COM SALDO EM ABERTO  2-TODOS): ".
           ACCEPT FILTRO-W FROM CONSOLE.
           IF FILTRO-W <> 2
              MOVE 1 TO FILTRO-W
           END-IF.
           PERFORM MONTA-TABELA.
           OPEN OUTPUT RELAT.
           MOVE ZEROS TO PAGE-COUNT QT-LINHAS-W
                         QT-ABERTO-GERAL-W VLR-ABERTO-GERAL-W
                         QT-ABERTO-FOT-W VLR-ABERTO-FOT-W.
           MOVE 999999 TO FOTOGRAFO-ANT-W.
           MOVE DATA-HOJE-W TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-HOJE-REL.
           PERFORM CABECALHO.
           PERFORM IMPRIME-LINHA-ROLOS
                   VARYING IND-T FROM 1 BY 1 UNTIL IND-T > QT-TAB-W.
           IF FOTOGRAFO-ANT-W <> 999999
              PERFORM IMPRIME-SUBTOTAL
           END-IF.
           MOVE "TOTAL GERAL EM ABERTO"  TO TEXTO-SUB-REL.
           MOVE QT-ABERTO-GERAL-W        TO QT-SUB-REL.
           MOVE VLR-ABERTO-GERAL-W       TO VALOR-SUB-REL.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINSUB.
           CLOSE RELAT.
           DISPLAY "RELATORIO IMPRESSO - LINHAS: " QT-LINHAS-W.

       IMPRIME-LINHA-ROLOS SECTION.
           PERFORM CALCULA-ABERTO.
           IF FILTRO-W = 1 AND ABERTO-W = ZEROS
              GO IMPRIME-LINHA-ROLOS-FIM
           END-IF.
           IF TB-FOTOGRAFO(IND-T) <> FOTOGRAFO-ANT-W
              IF FOTOGRAFO-ANT-W <> 999999
                 PERFORM IMPRIME-SUBTOTAL
              END-IF
              MOVE TB-FOTOGRAFO(IND-T) TO FOTOGRAFO-ANT-W CODIGO-CG01
              READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
              END-READ
              MOVE TB-FOTOGRAFO(IND-T) TO FOTOGRAFO-CAB-REL
              MOVE NOME-CG01           TO NOME-FOTOGRAFO-REL
              IF LIN > 54 PERFORM CABECALHO END-IF
              WRITE REG-RELAT FROM CAB-FOTOGRAFO AFTER 2
              ADD 2 TO LIN
           END-IF.
           MOVE 1              TO TIPO-ITEM-L35.
           MOVE TB-TIPO(IND-T) TO CODIGO-L35.
           READ LBD035 INVALID KEY
                MOVE SPACES TO DESCRICAO-L35
                MOVE ZEROS  TO VALOR-UNIT-REF-L35
           END-READ.
           MOVE TB-CONTRATO(IND-T)  TO CONTRATO-REL.
           MOVE TB-TIPO(IND-T)      TO TIPO-REL.
           MOVE DESCRICAO-L35       TO DESCRICAO-REL.
           MOVE TB-SAIDA(IND-T)     TO SAIDA-REL.
           MOVE TB-DEVOL(IND-T)     TO DEVOL-REL.
           MOVE TB-AVAL(IND-T)      TO AVAL-REL.
           MOVE TB-COBR(IND-T)      TO COBR-REL.
           MOVE TB-BAIXA(IND-T)     TO BAIXA-REL.
           MOVE ABERTO-W            TO ABERTO-REL.
           MOVE TB-VLR-COBR(IND-T)  TO VLR-COBR-REL.
           COMPUTE VALOR-W = ABERTO-W * VALOR-UNIT-REF-L35.
           MOVE VALOR-W             TO VLR-ABERTO-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN QT-LINHAS-W.
           ADD ABERTO-W TO QT-ABERTO-FOT-W QT-ABERTO-GERAL-W.
           ADD VALOR-W  TO VLR-ABERTO-FOT-W VLR-ABERTO-GERAL-W.
           IF LIN > 56 PERFORM CABECALHO END-IF.
       IMPRIME-LINHA-ROLOS-FIM.
           EXIT.

       IMPRIME-SUBTOTAL SECTION.
           MOVE "  EM ABERTO COM O FOTOGRAFO" TO TEXTO-SUB-REL.
           MOVE QT-ABERTO-FOT-W      TO QT-SUB-REL.
           MOVE VLR-ABERTO-FOT-W     TO VALOR-SUB-REL.
           WRITE REG-RELAT FROM LINSUB.
           ADD 1 TO LIN.
           MOVE ZEROS TO QT-ABERTO-FOT-W VLR-ABERTO-FOT-W.

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
           CLOSE CGD001 VID023 LBD035 LBD072.
           IF LBD102-EXISTE-W = 1 CLOSE LBD102 END-IF.
           EXIT PROGRAM.
