       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP144.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Pedido de cópia extra (DVD e foto avulsa) comprada
      *pelo cliente depois da entrega - deixa de ser bilhete para o
      *vídeo mais título digitado no CRP100:
      *  PRECOS .....: preços em vigor do catálogo de produtos;
      *  PEDIDO .....: pedido por contrato e cliente, com os itens
      *                precificados pela tabela; gera os títulos em
      *                CRD100 (documento "EC" + número do pedido, em
      *                parcelas) e, para item de vídeo, o trabalho de
      *                cópia em VID110 (TIPO-V110 = 2) para o VIP110;
      *  LIBERAR ....: item de vídeo com a cópia aprovada (revisor
      *                informado e sem rejeição no VID110) e item de
      *                foto confirmado pronto ficam liberados - a
      *                próxima remessa nova do contrato no LBP215
      *                leva os itens liberados;
      *  EM ABERTO ..: pedidos com os títulos já pagos (baixados)
      *                e ainda não produzidos ou não expedidos.
      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - ITENS DO PEDIDO VÊM DO CATÁLOGO DE
      *             PRODUTOS (LBD062, LBP151) PELO PREÇO EM VIGOR NO
      *             DIA (SUBPROGRAMA LBP152); A TABELA PRÓPRIA DAS
      *             CÓPIAS EXTRAS (LBD050) FOI IMPORTADA PELO LBP151
      *             COM OS MESMOS CÓDIGOS E DEIXA DE SER MANTIDA AQUI.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COPX040.
           COPY CGPX010.
           COPY CRPX100.
           COPY VIPX110.
           COPY LBPX062.
           COPY LBPX051.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY COPW040.
       COPY CGPW010.
       COPY CRPW100.
       COPY VIPW110.
       COPY LBPW062.
       COPY LBPW051.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
           COPY "CPTIME.CPY".
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-CRD100             PIC XX       VALUE SPACES.
           05  ST-VID110             PIC XX       VALUE SPACES.
           05  ST-LBD062             PIC XX       VALUE SPACES.
           05  ST-LBD051             PIC XX       VALUE SPACES.
           05  PATH-CGD010           PIC X(30)    VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(6)     VALUE ZEROS.
           05  CLASSIF-CLI-W         PIC 9        VALUE ZEROS.
           05  COD-CLIENTE-W         PIC 9(8)     VALUE ZEROS.
           05  PRODUTO-W             PIC 9(3)     VALUE ZEROS.
           05  QTDE-W                PIC 9(3)     VALUE ZEROS.
           05  PEDIDO-W              PIC 9(6)     VALUE ZEROS.
           05  QT-ITENS-W            PIC 9(2)     VALUE ZEROS.
           05  IND-I                 PIC 9(2)     VALUE ZEROS.
           05  IND-P                 PIC 9(2)     VALUE ZEROS.
           05  QT-PARCELAS-W         PIC 9(2)     VALUE ZEROS.
           05  VENCTO-1-W            PIC 9(8)     VALUE ZEROS.
           05  VENCTO-PARCELA-W      PIC 9(8)     VALUE ZEROS.
           05  VALOR-PEDIDO-W        PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-PARCELA-W       PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-ACUMULADO-W     PIC 9(8)V99  VALUE ZEROS.
           05  PROX-SEQ-W            PIC 9(5)     VALUE ZEROS.
           05  SEQ-INICIAL-W         PIC 9(5)     VALUE ZEROS.
           05  NR-DOCTO-W            PIC X(10)    VALUE SPACES.
           05  PROX-ITEM-V110-W      PIC 9(3)     VALUE ZEROS.
           05  QT-LIBERADOS-W        PIC 9(2)     VALUE ZEROS.
           05  QT-PENDENTES-W        PIC 9(2)     VALUE ZEROS.
           05  FOTOS-PRONTAS-W       PIC X        VALUE SPACES.
      *    SITUACAO DO PEDIDO NO RELATORIO EM ABERTO
           05  PED-ANT-W             PIC 9(6)     VALUE ZEROS.
           05  PED-CONTRATO-W        PIC 9(8)     VALUE ZEROS.
           05  PED-CLASSIF-W         PIC 9        VALUE ZEROS.
           05  PED-CLIENTE-W         PIC 9(8)     VALUE ZEROS.
           05  PED-DATA-W            PIC 9(8)     VALUE ZEROS.
           05  PED-SEQ-TIT-W         PIC 9(5)     VALUE ZEROS.
           05  PED-QT-PARC-W         PIC 9(2)     VALUE ZEROS.
           05  PED-VALOR-W           PIC 9(8)V99  VALUE ZEROS.
           05  PED-EM-PRODUCAO-W     PIC 9(2)     VALUE ZEROS.
           05  PED-LIBERADOS-W       PIC 9(2)     VALUE ZEROS.
           05  PAGO-W                PIC 9        VALUE ZEROS.
           05  QT-PAGOS-W            PIC 9(5)     VALUE ZEROS.
           05  QT-NAO-PAGOS-W        PIC 9(5)     VALUE ZEROS.
           05  VALOR-PAGOS-W         PIC 9(9)V99  VALUE ZEROS.
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
           COPY LOGW008C.
           COPY LBPW152C.
      *    ITENS DO PEDIDO EM DIGITACAO
       01  TAB-ITENS.
           05  ITEM-OCC OCCURS 20 TIMES.
               10  TAB-PRODUTO-W     PIC 9(3).
               10  TAB-TIPO-W        PIC 9.
               10  TAB-QTDE-W        PIC 9(3).
               10  TAB-UNIT-W        PIC 9(6)V99.
               10  TAB-VALOR-W       PIC 9(8)V99.
               10  TAB-ITEM-V110-W   PIC 9(2).

       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(50)   VALUE
               "PEDIDOS DE COPIA EXTRA PAGOS E NAO EXPEDIDOS - EM ".
           05  DATA-REL            PIC 99/99/9999.
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(8)    VALUE "PEDIDO".
           05  FILLER              PIC X(11)   VALUE "DATA".
           05  FILLER              PIC X(9)    VALUE "CONTRATO".
           05  FILLER              PIC X(31)   VALUE "CLIENTE".
           05  FILLER              PIC X(13)   VALUE "        VALOR".
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(26)   VALUE "SITUACAO".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINTOT.
           05  FILLER              PIC X(28)   VALUE
               "PEDIDOS PAGOS NAO EXPEDIDOS ".
           05  QT-PAGOS-REL        PIC ZZ.ZZ9.
           05  FILLER              PIC X(25)   VALUE SPACES.
           05  VALOR-PAGOS-REL     PIC ZZZ.ZZZ.ZZ9,99.
       01  LINTOT2.
           05  FILLER              PIC X(28)   VALUE
               "EM ABERTO AINDA NAO PAGOS   ".
           05  QT-NAO-PAGOS-REL    PIC ZZ.ZZ9.
       01  DATA-ED-W               PIC 99/99/9999.
       01  VALOR-ED-W              PIC ZZ.ZZZ.ZZ9,99.

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
           MOVE "COD040" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CRD100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD100.
           MOVE "VID110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID110.
           MOVE "LBD062" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD062.
           MOVE "LBD051" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD051.
           OPEN INPUT COD040 CGD010.
           OPEN I-O CRD100 VID110.
           OPEN INPUT LBD062.
           OPEN I-O LBD051.
           IF ST-LBD051 = "35"
              OPEN OUTPUT LBD051
              CLOSE       LBD051
              OPEN I-O    LBD051
           END-IF.
           IF ST-COD040 <> "00"
              DISPLAY "ERRO ABERTURA COD040: " ST-COD040
              MOVE 1 TO ERRO-W.
           IF ST-CGD010 <> "00"
              DISPLAY "ERRO ABERTURA CGD010: " ST-CGD010
              MOVE 1 TO ERRO-W.
           IF ST-CRD100 <> "00"
              DISPLAY "ERRO ABERTURA CRD100: " ST-CRD100
              MOVE 1 TO ERRO-W.
           IF ST-VID110 <> "00"
              DISPLAY "ERRO ABERTURA VID110: " ST-VID110
              MOVE 1 TO ERRO-W.
           IF ST-LBD062 <> "00"
              DISPLAY "ERRO ABERTURA LBD062: " ST-LBD062
                      " - CADASTRAR O CATALOGO NO LBP151"
              MOVE 1 TO ERRO-W.
           IF ST-LBD051 <> "00"
              DISPLAY "ERRO ABERTURA LBD051: " ST-LBD051
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "LBP144" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA LBP144"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-PRECOS  2-PEDIDO  3-LIBERAR  "
                   "4-EM ABERTO  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM LISTA-PRECOS
              WHEN 2 PERFORM NOVO-PEDIDO
              WHEN 3 PERFORM LIBERA-PEDIDO
              WHEN 4 PERFORM RELATORIO-EM-ABERTO
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    PRECOS EM VIGOR HOJE DOS PRODUTOS ATIVOS DO CATALOGO
      *----------------------------------------------------------------
       LISTA-PRECOS SECTION.
           MOVE ZEROS TO CODIGO-L62.
           START LBD062 KEY IS NOT < CODIGO-L62 INVALID KEY
                 MOVE "10" TO ST-LBD062.
           PERFORM UNTIL ST-LBD062 = "10"
              READ LBD062 NEXT RECORD AT END MOVE "10" TO ST-LBD062
              NOT AT END
                IF SITUACAO-L62 = ZEROS
                   MOVE CODIGO-L62  TO LBP152-PRODUTO
                   MOVE DATA-HOJE-W TO LBP152-DATA
                   CALL "LBP152" USING PARAMETROS-W LBP152-PARAMETROS
                   MOVE LBP152-VALOR TO VALOR-ED-W
                   DISPLAY CODIGO-L62 " " DESCRICAO-L62 " TIPO "
                           TIPO-L62 " " VALOR-ED-W
                END-IF
              END-READ
           END-PERFORM.
           CANCEL "LBP152".
           MOVE ZEROS TO ST-LBD062.

      *----------------------------------------------------------------
      *    PEDIDO NOVO: TITULOS EM CRD100 E COPIA EM VID110
      *----------------------------------------------------------------
       NOVO-PEDIDO SECTION.
           DISPLAY "Numero do contrato: ".
           ACCEPT CONTRATO-W FROM CONSOLE.
           MOVE CONTRATO-W TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                DISPLAY "CONTRATO NAO CADASTRADO EM COD040"
                GO NOVO-PEDIDO-FIM
           END-READ.
           DISPLAY "CONTRATO: " IDENTIFICACAO-CO40.
           DISPLAY "Classificacao do cliente (0-CONTRATO 1-COMUM): ".
           ACCEPT CLASSIF-CLI-W FROM CONSOLE.
           DISPLAY "Codigo do cliente: ".
           ACCEPT COD-CLIENTE-W FROM CONSOLE.
           MOVE CLASSIF-CLI-W  TO CLASSIF-CG10.
           MOVE COD-CLIENTE-W  TO CODIGO-CG10.
           READ CGD010 INVALID KEY
                DISPLAY "CLIENTE NAO CADASTRADO EM CGD010"
                GO NOVO-PEDIDO-FIM
           END-READ.
           DISPLAY "CLIENTE: " NOME-CG10.
           MOVE ZEROS TO QT-ITENS-W VALOR-PEDIDO-W.
           INITIALIZE TAB-ITENS.
           MOVE 1 TO PRODUTO-W.
           PERFORM LE-ITEM-PEDIDO
                   UNTIL PRODUTO-W = ZEROS OR QT-ITENS-W = 20.
           IF QT-ITENS-W = ZEROS
              DISPLAY "PEDIDO SEM ITENS - NADA GERADO"
              GO NOVO-PEDIDO-FIM
           END-IF.
           MOVE VALOR-PEDIDO-W TO VALOR-ED-W.
           DISPLAY "VALOR DO PEDIDO: " VALOR-ED-W.
           DISPLAY "Quantidade de parcelas (ENTER = 1): ".
           ACCEPT QT-PARCELAS-W FROM CONSOLE.
           IF QT-PARCELAS-W = ZEROS
              MOVE 1 TO QT-PARCELAS-W.
           DISPLAY "Primeiro vencimento (AAAAMMDD, ENTER = HOJE): ".
           ACCEPT VENCTO-1-W FROM CONSOLE.
           IF VENCTO-1-W = ZEROS
              MOVE DATA-HOJE-W TO VENCTO-1-W.
           IF VENCTO-1-W < DATA-HOJE-W
              DISPLAY "VENCIMENTO ANTERIOR A HOJE - NADA GERADO"
              GO NOVO-PEDIDO-FIM
           END-IF.
           DISPLAY "Confirma o pedido (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO NOVO-PEDIDO-FIM
           END-IF.
           PERFORM ACHA-PROXIMO-PEDIDO.
           PERFORM GERA-TITULOS.
           PERFORM GERA-COPIAS.
           PERFORM GRAVA-ITENS.
           DISPLAY "PEDIDO " PEDIDO-W " GRAVADO - " QT-PARCELAS-W
                   " TITULO(S) DOCTO " NR-DOCTO-W.
       NOVO-PEDIDO-FIM.
           EXIT.

       LE-ITEM-PEDIDO SECTION.
           DISPLAY "Produto (0 = FIM): ".
           ACCEPT PRODUTO-W FROM CONSOLE.
           IF PRODUTO-W = ZEROS
              GO LE-ITEM-PEDIDO-FIM
           END-IF.
           MOVE PRODUTO-W   TO LBP152-PRODUTO.
           MOVE DATA-HOJE-W TO LBP152-DATA.
           CALL "LBP152" USING PARAMETROS-W LBP152-PARAMETROS.
           CANCEL "LBP152".
           IF LBP152-RESULTADO = ZEROS
              DISPLAY "PRODUTO NAO CADASTRADO NO CATALOGO (LBP151)"
              GO LE-ITEM-PEDIDO-FIM
           END-IF.
           IF LBP152-SITUACAO <> ZEROS
              DISPLAY "PRODUTO INATIVO"
              GO LE-ITEM-PEDIDO-FIM
           END-IF.
           IF LBP152-RESULTADO = 2
              DISPLAY "PRODUTO SEM PRECO EM VIGOR HOJE (LBP151)"
              GO LE-ITEM-PEDIDO-FIM
           END-IF.
           DISPLAY "  " LBP152-DESCRICAO.
           DISPLAY "Quantidade: ".
           ACCEPT QTDE-W FROM CONSOLE.
           IF QTDE-W = ZEROS
              GO LE-ITEM-PEDIDO-FIM
           END-IF.
           ADD 1 TO QT-ITENS-W.
           MOVE PRODUTO-W      TO TAB-PRODUTO-W(QT-ITENS-W).
      *    VIDEO E COPIA DE VIDEO GERAM TRABALHO DE COPIA NO VID110
      *    (TIPO 1 DO PEDIDO); ALBUM E FOTO SAO CONFIRMADOS PRONTOS.
           IF LBP152-TIPO = 2 OR LBP152-TIPO = 4
              MOVE 1           TO TAB-TIPO-W(QT-ITENS-W)
           ELSE
              MOVE 2           TO TAB-TIPO-W(QT-ITENS-W)
           END-IF.
           MOVE QTDE-W         TO TAB-QTDE-W(QT-ITENS-W).
           MOVE LBP152-VALOR   TO TAB-UNIT-W(QT-ITENS-W).
           COMPUTE TAB-VALOR-W(QT-ITENS-W) = QTDE-W * LBP152-VALOR.
           ADD TAB-VALOR-W(QT-ITENS-W) TO VALOR-PEDIDO-W.
           MOVE TAB-VALOR-W(QT-ITENS-W) TO VALOR-ED-W.
           DISPLAY "  ITEM " QT-ITENS-W " VALOR " VALOR-ED-W.
       LE-ITEM-PEDIDO-FIM.
           EXIT.

       ACHA-PROXIMO-PEDIDO SECTION.
           MOVE ZEROS TO PEDIDO-W.
           MOVE ZEROS TO PEDIDO-L51 ITEM-L51.
           START LBD051 KEY IS NOT < CHAVE-L51 INVALID KEY
                 MOVE "10" TO ST-LBD051.
           PERFORM UNTIL ST-LBD051 = "10"
              READ LBD051 NEXT RECORD AT END MOVE "10" TO ST-LBD051
              NOT AT END
                MOVE PEDIDO-L51 TO PEDIDO-W
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD051.
           ADD 1 TO PEDIDO-W.

      *    MESMA REGRA DO CRP100/CRP103: PROXIMA SEQUENCIA LIVRE DO
      *    CONTRATO, DIFERENCA DE ARREDONDAMENTO NA ULTIMA PARCELA.
       GERA-TITULOS SECTION.
           MOVE ZEROS TO PROX-SEQ-W.
           MOVE CONTRATO-W TO CONTRATO-CR100.
           MOVE ZEROS      TO SEQ-CR100.
           START CRD100 KEY IS NOT < CHAVE-CR100 INVALID KEY
                 MOVE "10" TO ST-CRD100.
           PERFORM UNTIL ST-CRD100 = "10"
              READ CRD100 NEXT RECORD AT END MOVE "10" TO ST-CRD100
              NOT AT END
                IF CONTRATO-CR100 <> CONTRATO-W
                   MOVE "10" TO ST-CRD100
                ELSE
                   MOVE SEQ-CR100 TO PROX-SEQ-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD100.
           ADD 1 TO PROX-SEQ-W.
           MOVE SPACES TO NR-DOCTO-W.
           STRING "EC" PEDIDO-W DELIMITED BY SIZE INTO NR-DOCTO-W.
           COMPUTE VALOR-PARCELA-W = VALOR-PEDIDO-W / QT-PARCELAS-W.
           MOVE ZEROS TO VALOR-ACUMULADO-W SEQ-INICIAL-W.
           MOVE VENCTO-1-W TO VENCTO-PARCELA-W.
           PERFORM VARYING IND-P FROM 1 BY 1
                     UNTIL IND-P > QT-PARCELAS-W
              IF IND-P = QT-PARCELAS-W
                 COMPUTE VALOR-PARCELA-W = VALOR-PEDIDO-W
                       - VALOR-ACUMULADO-W
              END-IF
              ADD VALOR-PARCELA-W TO VALOR-ACUMULADO-W
              PERFORM GRAVA-PARCELA
              IF IND-P = 1
                 MOVE SEQ-CR100 TO SEQ-INICIAL-W
              END-IF
              MOVE VENCTO-PARCELA-W TO GRTIME-DATE
              MOVE 30               TO GRTIME-DAYS
              MOVE "SOMA"           TO GRTIME-FUNCTION
              MOVE "DIAS"           TO GRTIME-TYPE
              CALL "GRTIME" USING PARAMETROS-GRTIME
              MOVE GRTIME-DATE-FINAL TO VENCTO-PARCELA-W
           END-PERFORM.

       GRAVA-PARCELA SECTION.
           INITIALIZE REG-CRD100.
           MOVE CONTRATO-W       TO CONTRATO-CR100.
           MOVE PROX-SEQ-W       TO SEQ-CR100.
           MOVE CLASSIF-CLI-W    TO CLASSIF-CLI-CR100.
           MOVE COD-CLIENTE-W    TO COD-CLIENTE-CR100.
           MOVE NR-DOCTO-W       TO NR-DOCTO-CR100.
           MOVE USUARIO-W        TO RESPONSAVEL-CR100.
           MOVE SPACES           TO DESCRICAO-CR100.
           STRING "COPIA EXTRA " PEDIDO-W " PARC " IND-P "/"
                  QT-PARCELAS-W
                  DELIMITED BY SIZE INTO DESCRICAO-CR100.
           MOVE VENCTO-PARCELA-W TO DATA-VENCTO-CR100.
           MOVE VALOR-PARCELA-W  TO VALOR-TOT-CR100.
           MOVE ZEROS            TO SITUACAO-CR100.
           MOVE ZEROS TO ST-CRD100.
           PERFORM UNTIL ST-CRD100 = "10"
             WRITE REG-CRD100 INVALID KEY
                 ADD 1 TO SEQ-CR100
               NOT INVALID KEY
                 MOVE "10" TO ST-CRD100.
           MOVE ZEROS TO ST-CRD100.
           MOVE SEQ-CR100 TO PROX-SEQ-W.
           ADD 1 TO PROX-SEQ-W.

      *    UM TRABALHO DE COPIA (TIPO-V110 = 2) POR ITEM DE VIDEO, NO
      *    PROXIMO ITEM LIVRE DO CONTRATO EM VID110. EDITOR E REVISOR
      *    SAO ATRIBUIDOS NO VIP110.
       GERA-COPIAS SECTION.
           PERFORM VARYING IND-I FROM 1 BY 1 UNTIL IND-I > QT-ITENS-W
              IF TAB-TIPO-W(IND-I) = 1
                 PERFORM GRAVA-COPIA
              END-IF
           END-PERFORM.

       GRAVA-COPIA SECTION.
           MOVE ZEROS TO PROX-ITEM-V110-W.
           MOVE CONTRATO-W TO CONTRATO-V110.
           MOVE ZEROS      TO ITEM-V110 TIPO-V110.
           START VID110 KEY IS NOT < CHAVE-V110 INVALID KEY
                 MOVE "10" TO ST-VID110.
           PERFORM UNTIL ST-VID110 = "10"
              READ VID110 NEXT RECORD AT END MOVE "10" TO ST-VID110
              NOT AT END
                IF CONTRATO-V110 <> CONTRATO-W
                   MOVE "10" TO ST-VID110
                ELSE
                   MOVE ITEM-V110 TO PROX-ITEM-V110-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID110.
           ADD 1 TO PROX-ITEM-V110-W.
           IF PROX-ITEM-V110-W > 99
              DISPLAY "CONTRATO SEM ITEM LIVRE NO VID110 - COPIA DO "
                      "ITEM " IND-I " NAO ABERTA"
              GO GRAVA-COPIA-FIM
           END-IF.
           INITIALIZE REG-VID110.
           MOVE CONTRATO-W       TO CONTRATO-V110.
           MOVE PROX-ITEM-V110-W TO ITEM-V110.
           MOVE 2                TO TIPO-V110.
           MOVE ZEROS            TO FUNCIONARIO-V110 REVISOR-V110
                                    MOTIVO-REJEICAO-V110.
           MOVE DATA-HOJE-W      TO DATA-V110.
           ACCEPT HORA-W FROM TIME.
           MOVE HORA-W(1: 4)     TO HORARIO-V110.
           MOVE USUARIO-W        TO USUARIO-V110.
           MOVE SPACES           TO OBS-REJEICAO-V110.
           WRITE REG-VID110 INVALID KEY
                DISPLAY "ERRO GRAVACAO VID110: " ST-VID110
                GO GRAVA-COPIA-FIM
           END-WRITE.
           MOVE ITEM-V110 TO TAB-ITEM-V110-W(IND-I).
           DISPLAY "COPIA ABERTA NO VID110 - CONTRATO " CONTRATO-W
                   " ITEM " ITEM-V110.
       GRAVA-COPIA-FIM.
           EXIT.

       GRAVA-ITENS SECTION.
           PERFORM VARYING IND-I FROM 1 BY 1 UNTIL IND-I > QT-ITENS-W
              INITIALIZE REG-LBD051
              MOVE PEDIDO-W                TO PEDIDO-L51
              MOVE IND-I                   TO ITEM-L51
              MOVE CONTRATO-W              TO CONTRATO-L51
              MOVE CLASSIF-CLI-W           TO CLASSIF-CLI-L51
              MOVE COD-CLIENTE-W           TO COD-CLIENTE-L51
              MOVE DATA-HOJE-W             TO DATA-PEDIDO-L51
              MOVE TAB-PRODUTO-W(IND-I)    TO PRODUTO-L51
              MOVE TAB-TIPO-W(IND-I)       TO TIPO-L51
              MOVE TAB-QTDE-W(IND-I)       TO QTDE-L51
              MOVE TAB-UNIT-W(IND-I)       TO VALOR-UNIT-L51
              MOVE TAB-VALOR-W(IND-I)      TO VALOR-ITEM-L51
              MOVE SEQ-INICIAL-W           TO SEQ-TIT-INI-L51
              MOVE QT-PARCELAS-W           TO QT-PARCELAS-L51
              MOVE TAB-ITEM-V110-W(IND-I)  TO ITEM-V110-L51
              MOVE ZEROS                   TO SITUACAO-L51 REMESSA-L51
              MOVE COD-USUARIO-W           TO DIGITADOR-L51
              WRITE REG-LBD051 INVALID KEY
                   DISPLAY "ERRO GRAVACAO LBD051: " ST-LBD051
              END-WRITE
           END-PERFORM.

      *----------------------------------------------------------------
      *    LIBERACAO DO PEDIDO PARA A PROXIMA REMESSA DO CONTRATO
      *----------------------------------------------------------------
       LIBERA-PEDIDO SECTION.
           DISPLAY "Numero do pedido: ".
           ACCEPT PEDIDO-W FROM CONSOLE.
           MOVE ZEROS TO QT-LIBERADOS-W QT-PENDENTES-W.
           MOVE SPACES TO FOTOS-PRONTAS-W.
           MOVE PEDIDO-W TO PEDIDO-L51.
           MOVE ZEROS    TO ITEM-L51.
           START LBD051 KEY IS NOT < CHAVE-L51 INVALID KEY
                 MOVE "10" TO ST-LBD051.
           PERFORM UNTIL ST-LBD051 = "10"
              READ LBD051 NEXT RECORD AT END MOVE "10" TO ST-LBD051
              NOT AT END
                IF PEDIDO-L51 <> PEDIDO-W
                   MOVE "10" TO ST-LBD051
                ELSE
                   IF SITUACAO-L51 = ZEROS
                      PERFORM LIBERA-ITEM
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD051.
           DISPLAY QT-LIBERADOS-W " ITEM(NS) LIBERADO(S) PARA REMESSA, "
                   QT-PENDENTES-W " AINDA EM PRODUCAO.".

       LIBERA-ITEM SECTION.
           IF TIPO-L51 = 1
              MOVE CONTRATO-L51  TO CONTRATO-V110
              MOVE ITEM-V110-L51 TO ITEM-V110
              MOVE 2             TO TIPO-V110
              READ VID110 INVALID KEY
                   DISPLAY "ITEM " ITEM-L51 " - COPIA NAO ENCONTRADA "
                           "NO VID110"
                   ADD 1 TO QT-PENDENTES-W
                   GO LIBERA-ITEM-FIM
              END-READ
              IF REVISOR-V110 = ZEROS OR MOTIVO-REJEICAO-V110 > ZEROS
                 DISPLAY "ITEM " ITEM-L51 " - COPIA AINDA NAO "
                         "APROVADA (VIP110)"
                 ADD 1 TO QT-PENDENTES-W
                 GO LIBERA-ITEM-FIM
              END-IF
           ELSE
              IF FOTOS-PRONTAS-W = SPACES
                 DISPLAY "Fotos do pedido prontas para envio (S/N)? "
                 ACCEPT FOTOS-PRONTAS-W FROM CONSOLE
                 IF FOTOS-PRONTAS-W = "s"
                    MOVE "S" TO FOTOS-PRONTAS-W
                 END-IF
              END-IF
              IF FOTOS-PRONTAS-W <> "S"
                 ADD 1 TO QT-PENDENTES-W
                 GO LIBERA-ITEM-FIM
              END-IF
           END-IF.
           MOVE 1 TO SITUACAO-L51.
           REWRITE REG-LBD051 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD051: " ST-LBD051
                GO LIBERA-ITEM-FIM
           END-REWRITE.
           ADD 1 TO QT-LIBERADOS-W.
       LIBERA-ITEM-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    PEDIDOS PAGOS E AINDA NAO PRODUZIDOS OU NAO EXPEDIDOS
      *----------------------------------------------------------------
       RELATORIO-EM-ABERTO SECTION.
           MOVE ZEROS TO PAGE-COUNT QT-PAGOS-W QT-NAO-PAGOS-W
                         VALOR-PAGOS-W PED-ANT-W.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           MOVE ZEROS TO PEDIDO-L51 ITEM-L51.
           START LBD051 KEY IS NOT < CHAVE-L51 INVALID KEY
                 MOVE "10" TO ST-LBD051.
           PERFORM UNTIL ST-LBD051 = "10"
              READ LBD051 NEXT RECORD AT END MOVE "10" TO ST-LBD051
              NOT AT END
                IF PEDIDO-L51 <> PED-ANT-W
                   PERFORM AVALIA-PEDIDO
                   MOVE PEDIDO-L51      TO PED-ANT-W
                   MOVE CONTRATO-L51    TO PED-CONTRATO-W
                   MOVE CLASSIF-CLI-L51 TO PED-CLASSIF-W
                   MOVE COD-CLIENTE-L51 TO PED-CLIENTE-W
                   MOVE DATA-PEDIDO-L51 TO PED-DATA-W
                   MOVE SEQ-TIT-INI-L51 TO PED-SEQ-TIT-W
                   MOVE QT-PARCELAS-L51 TO PED-QT-PARC-W
                   MOVE ZEROS TO PED-VALOR-W PED-EM-PRODUCAO-W
                                 PED-LIBERADOS-W
                END-IF
                IF SITUACAO-L51 <> 3
                   ADD VALOR-ITEM-L51 TO PED-VALOR-W
                END-IF
                IF SITUACAO-L51 = 0
                   ADD 1 TO PED-EM-PRODUCAO-W
                END-IF
                IF SITUACAO-L51 = 1
                   ADD 1 TO PED-LIBERADOS-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD051.
           PERFORM AVALIA-PEDIDO.
           MOVE QT-PAGOS-W     TO QT-PAGOS-REL.
           MOVE VALOR-PAGOS-W  TO VALOR-PAGOS-REL.
           MOVE QT-NAO-PAGOS-W TO QT-NAO-PAGOS-REL.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINTOT.
           WRITE REG-RELAT FROM LINTOT2.
           CLOSE RELAT.
           DISPLAY QT-PAGOS-W " PEDIDO(S) PAGO(S) NAO EXPEDIDO(S).".

       AVALIA-PEDIDO SECTION.
           IF PED-ANT-W = ZEROS
              GO AVALIA-PEDIDO-FIM
           END-IF.
           IF PED-EM-PRODUCAO-W = ZEROS AND PED-LIBERADOS-W = ZEROS
              GO AVALIA-PEDIDO-FIM
           END-IF.
           PERFORM VERIFICA-PAGAMENTO.
           IF PAGO-W = 0
              ADD 1 TO QT-NAO-PAGOS-W
              GO AVALIA-PEDIDO-FIM
           END-IF.
           ADD 1           TO QT-PAGOS-W.
           ADD PED-VALOR-W TO VALOR-PAGOS-W.
           MOVE SPACES TO LINDET-REL.
           MOVE PED-ANT-W       TO LINDET-REL(1: 6).
           MOVE PED-DATA-W      TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-ED-W.
           MOVE DATA-ED-W       TO LINDET-REL(9: 10).
           MOVE PED-CONTRATO-W  TO LINDET-REL(20: 8).
           MOVE PED-CLASSIF-W   TO CLASSIF-CG10.
           MOVE PED-CLIENTE-W   TO CODIGO-CG10.
           READ CGD010 INVALID KEY MOVE SPACES TO NOME-CG10
           END-READ.
           MOVE NOME-CG10(1: 30) TO LINDET-REL(29: 30).
           MOVE PED-VALOR-W     TO VALOR-ED-W.
           MOVE VALOR-ED-W      TO LINDET-REL(60: 13).
           IF PED-EM-PRODUCAO-W > ZEROS
              MOVE "AGUARDANDO PRODUCAO" TO LINDET-REL(75: 26)
           ELSE
              MOVE "AGUARDANDO REMESSA"  TO LINDET-REL(75: 26)
           END-IF.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.
       AVALIA-PEDIDO-FIM.
           EXIT.

      *    PAGO = TODAS AS PARCELAS DO PEDIDO BAIXADAS (SITUACAO 2)
       VERIFICA-PAGAMENTO SECTION.
           MOVE 1 TO PAGO-W.
           MOVE PED-CONTRATO-W TO CONTRATO-CR100.
           MOVE PED-SEQ-TIT-W  TO SEQ-CR100.
           PERFORM VARYING IND-P FROM 1 BY 1
                     UNTIL IND-P > PED-QT-PARC-W OR PAGO-W = 0
              READ CRD100 INVALID KEY
                   MOVE 0 TO PAGO-W
              NOT INVALID KEY
                   IF SITUACAO-CR100 <> 2
                      MOVE 0 TO PAGO-W
                   END-IF
              END-READ
              ADD 1 TO SEQ-CR100
           END-PERFORM.

       CONVERTE-DATA SECTION.
           MOVE DATA-CONV-W(7: 2) TO DATA-DDMMAAAA-W(1: 2).
           MOVE DATA-CONV-W(5: 2) TO DATA-DDMMAAAA-W(3: 2).
           MOVE DATA-CONV-W(1: 4) TO DATA-DDMMAAAA-W(5: 4).

       CABECALHO SECTION.
           ADD 1 TO PAGE-COUNT.  MOVE PAGE-COUNT TO PAG-REL.
           IF PAGE-COUNT = 1
              WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           MOVE DATA-HOJE-W TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-REL.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           MOVE 6 TO LIN.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE COD040 CGD010 CRD100 VID110 LBD062 LBD051.
           EXIT PROGRAM.
