       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP145.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Inventário físico do estoque de insumos do laboratório
      *(LBD035 - filmes e químicos). O saldo só anda pelo recebimento
      *(LBP124) e pelo débito noturno (LBP125); este programa é a
      *correção controlada. Opções:
      *  CONGELAR ..: abre o inventário na data informada, copiando o
      *               saldo de cada item para a folha de contagem
      *               (LBD053) com o custo unitário (filme: custo
      *               padrão do LBD030; químico: preço de referência
      *               do LBD035), e imprime as folhas de contagem (sem
      *               o saldo do sistema - contagem cega);
      *  FOLHAS ....: reimprime as folhas de contagem;
      *  CONTAGEM ..: digitação das quantidades contadas;
      *  DIVERGÊNCIA: relatório contado x congelado, em quantidade e
      *               em valor;
      *  AJUSTE ....: só o supervisor (o primeiro usuário a executar,
      *               esquema do VIP123/LBP113) - cada diferença com
      *               motivo soma (contado - congelado) ao saldo atual,
      *               preservando o movimento lançado depois do
      *               congelamento, grava o diário de ajustes (LBD054)
      *               e encerra o inventário;
      *  PERDAS ....: relatório do diário de ajustes por item no ano.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LBPX030.
           COPY LBPX035.
           COPY LBPX052.
           COPY LBPX053.
           COPY LBPX054.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY LBPW030.
       COPY LBPW035.
       COPY LBPW052.
       COPY LBPW053.
       COPY LBPW054.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-LBD030             PIC XX       VALUE SPACES.
           05  ST-LBD035             PIC XX       VALUE SPACES.
           05  ST-LBD052             PIC XX       VALUE SPACES.
           05  ST-LBD053             PIC XX       VALUE SPACES.
           05  ST-LBD054             PIC XX       VALUE SPACES.
           05  LBD030-EXISTE-W       PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-INVENT-W         PIC 9(8)     VALUE ZEROS.
           05  TIPO-ITEM-W           PIC 9        VALUE ZEROS.
           05  CODIGO-W              PIC 9(4)     VALUE ZEROS.
           05  QTDE-CONTADA-W        PIC 9(7)V99  VALUE ZEROS.
           05  DIFERENCA-W           PIC S9(7)V99 VALUE ZEROS.
           05  VALOR-DIF-W           PIC S9(9)V99 VALUE ZEROS.
           05  MOTIVO-W              PIC 9        VALUE ZEROS.
           05  OBS-W                 PIC X(30)    VALUE SPACES.
           05  QT-ITENS-W            PIC 9(5)     VALUE ZEROS.
           05  QT-NAO-CONTADOS-W     PIC 9(5)     VALUE ZEROS.
           05  QT-AJUSTADOS-W        PIC 9(5)     VALUE ZEROS.
           05  TOTAL-SOBRA-W         PIC 9(9)V99  VALUE ZEROS.
           05  TOTAL-PERDA-W         PIC 9(9)V99  VALUE ZEROS.
           05  ANO-W                 PIC 9(4)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
      *    ACUMULADO DO ITEM NO RELATORIO DE PERDAS DO ANO
           05  TIPO-ANT-W            PIC 9        VALUE ZEROS.
           05  CODIGO-ANT-W          PIC 9(4)     VALUE ZEROS.
           05  QT-AJUSTES-ITEM-W     PIC 9(3)     VALUE ZEROS.
           05  PERDA-QT-ITEM-W       PIC 9(7)V99  VALUE ZEROS.
           05  PERDA-VL-ITEM-W       PIC 9(9)V99  VALUE ZEROS.
           05  SOBRA-QT-ITEM-W       PIC 9(7)V99  VALUE ZEROS.
           05  SOBRA-VL-ITEM-W       PIC 9(9)V99  VALUE ZEROS.
           05  DATA-DDMMAAAA-W.
               10  DIA-DDMMAAAA-W    PIC 9(2).
               10  MES-DDMMAAAA-W    PIC 9(2).
               10  ANO-DDMMAAAA-W    PIC 9(4).
           05  DATA-DDMMAAAA-N REDEFINES DATA-DDMMAAAA-W PIC 9(8).
           05  DATA-AAAAMMDD-W       PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
       01  CAB01.
           05  TITULO-REL          PIC X(48)   VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE " DE ".
           05  DATA-REL            PIC 99/99/9999.
       01  CAB02.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB03-FOLHA.
           05  FILLER              PIC X(70)   VALUE
           "TP CODIGO DESCRICAO               QUANTIDADE CONTADA   CONFE
      -    "RENTE".
       01  LINFOLHA.
           05  TIPO-FOL            PIC 9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CODIGO-FOL          PIC 9(4).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DESCRICAO-FOL       PIC X(20).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(20)   VALUE ALL "_".
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(12)   VALUE ALL "_".
       01  CAB03-DIV.
           05  FILLER              PIC X(100)  VALUE
           "TP CODIGO DESCRICAO             CONGELADO     CONTADO  DIFE
      -    "RENCA  CUSTO UNIT  VALOR DIFERENCA".
       01  LINDIV.
           05  TIPO-DIV            PIC 9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CODIGO-DIV          PIC 9(4).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DESCRICAO-DIV       PIC X(20).
           05  CONGELADO-DIV       PIC -ZZZZZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  CONTADO-DIV         PIC ZZZZZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  DIFERENCA-DIV       PIC -ZZZZZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  CUSTO-DIV           PIC ZZZZZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  VALOR-DIV           PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  OBS-DIV             PIC X(11).
       01  LINTOT-DIV.
           05  FILLER              PIC X(30)   VALUE
               "ITENS / NAO CONTADOS.......: ".
           05  ITENS-TOT           PIC ZZZZ9.
           05  FILLER              PIC X(3)    VALUE " / ".
           05  NAO-CONTADOS-TOT    PIC ZZZZ9.
       01  LINVAL-DIV.
           05  TEXTO-VAL-TOT       PIC X(30).
           05  VALOR-VAL-TOT       PIC -ZZZ.ZZZ.ZZ9,99.
       01  CAB03-PERDA.
           05  FILLER              PIC X(100)  VALUE
           "TP CODIGO DESCRICAO            AJUSTES  PERDA QTDE   PERDA V
      -    "ALOR   SOBRA QTDE   SOBRA VALOR".
       01  LINPERDA.
           05  TIPO-PER            PIC 9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CODIGO-PER          PIC 9(4).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DESCRICAO-PER       PIC X(20).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  AJUSTES-PER         PIC ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PERDA-QT-PER        PIC ZZZZZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  PERDA-VL-PER        PIC ZZZZZZZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  SOBRA-QT-PER        PIC ZZZZZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  SOBRA-VL-PER        PIC ZZZZZZZZ9,99.

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
           MOVE "LBD030" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD030.
           MOVE "LBD035" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD035.
           MOVE "LBD052" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD052.
           MOVE "LBD053" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD053.
           MOVE "LBD054" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD054.
           OPEN INPUT LBD030.
           IF ST-LBD030 = "00"
              MOVE 1 TO LBD030-EXISTE-W
           END-IF.
           OPEN I-O LBD035.
           OPEN I-O LBD052.
           IF ST-LBD052 = "35"
              OPEN OUTPUT LBD052
              CLOSE       LBD052
              OPEN I-O    LBD052
           END-IF.
           OPEN I-O LBD053.
           IF ST-LBD053 = "35"
              OPEN OUTPUT LBD053
              CLOSE       LBD053
              OPEN I-O    LBD053
           END-IF.
           OPEN I-O LBD054.
           IF ST-LBD054 = "35"
              OPEN OUTPUT LBD054
              CLOSE       LBD054
              OPEN I-O    LBD054
           END-IF.
           IF ST-LBD035 <> "00"
              DISPLAY "ERRO ABERTURA LBD035: " ST-LBD035
              MOVE 1 TO ERRO-W.
           IF ST-LBD052 <> "00"
              DISPLAY "ERRO ABERTURA LBD052: " ST-LBD052
              MOVE 1 TO ERRO-W.
           IF ST-LBD053 <> "00"
              DISPLAY "ERRO ABERTURA LBD053: " ST-LBD053
              MOVE 1 TO ERRO-W.
           IF ST-LBD054 <> "00"
              DISPLAY "ERRO ABERTURA LBD054: " ST-LBD054
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              PERFORM LE-OU-CRIA-CONTROLE
           END-IF.

      *    PRIMEIRO USUARIO A EXECUTAR VIRA O SUPERVISOR (ESQUEMA
      *    DO VIP123/LBP113).
       LE-OU-CRIA-CONTROLE SECTION.
           MOVE "1" TO CHAVE-L52.
           READ LBD052 INVALID KEY
                INITIALIZE REG-LBD052
                MOVE "1"           TO CHAVE-L52
                MOVE COD-USUARIO-W TO SUPERVISOR-L52
                WRITE REG-LBD052 INVALID KEY CONTINUE END-WRITE
                DISPLAY "PRIMEIRA EXECUCAO - USUARIO " COD-USUARIO-W
                        " REGISTRADO COMO SUPERVISOR"
           END-READ.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           IF DATA-INVENT-L52 = ZEROS
              DISPLAY "NENHUM INVENTARIO EM CURSO"
           ELSE
              DISPLAY "INVENTARIO EM CURSO - CONGELADO EM "
                      DATA-INVENT-L52
           END-IF.
           DISPLAY "OPCAO (1-CONGELAR  2-FOLHAS  3-CONTAGEM  "
                   "4-DIVERGENCIA  5-AJUSTE  6-PERDAS  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM CONGELA-INVENTARIO
              WHEN 2 PERFORM IMPRIME-FOLHAS
              WHEN 3 PERFORM DIGITA-CONTAGEM
              WHEN 4 PERFORM RELATORIO-DIVERGENCIA
              WHEN 5 PERFORM AJUSTA-ESTOQUE
              WHEN 6 PERFORM RELATORIO-PERDAS
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    CONGELAMENTO: SALDO DE CADA ITEM NA FOLHA DE CONTAGEM
      *----------------------------------------------------------------
       CONGELA-INVENTARIO SECTION.
           IF DATA-INVENT-L52 <> ZEROS
              DISPLAY "JA EXISTE INVENTARIO EM CURSO - CONCLUIR O "
                      "AJUSTE (OPCAO 5) ANTES DE ABRIR OUTRO"
              GO CONGELA-INVENTARIO-FIM
           END-IF.
           DISPLAY "Data do inventario (AAAAMMDD, 0 = hoje): ".
           ACCEPT DATA-INVENT-W FROM CONSOLE.
           IF DATA-INVENT-W = ZEROS
              MOVE DATA-HOJE-W TO DATA-INVENT-W
           END-IF.
           IF DATA-INVENT-W NOT > DATA-ULT-INVENT-L52
              DISPLAY "DATA NAO POSTERIOR AO ULTIMO INVENTARIO ("
                      DATA-ULT-INVENT-L52 ")"
              GO CONGELA-INVENTARIO-FIM
           END-IF.
           DISPLAY "Congelar o saldo de todos os itens (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO CONGELA-INVENTARIO-FIM
           END-IF.
           MOVE ZEROS TO QT-ITENS-W.
           INITIALIZE CHAVE-L35.
           START LBD035 KEY IS NOT < CHAVE-L35 INVALID KEY
                 MOVE "10" TO ST-LBD035.
           PERFORM UNTIL ST-LBD035 = "10"
              READ LBD035 NEXT RECORD AT END MOVE "10" TO ST-LBD035
              NOT AT END
                PERFORM GRAVA-LINHA-CONTAGEM
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD035.
           MOVE DATA-INVENT-W TO DATA-INVENT-L52.
           REWRITE REG-LBD052 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD052: " ST-LBD052
           END-REWRITE.
           DISPLAY QT-ITENS-W " ITENS CONGELADOS.".
           PERFORM IMPRIME-FOLHAS.
       CONGELA-INVENTARIO-FIM.
           EXIT.

       GRAVA-LINHA-CONTAGEM SECTION.
           INITIALIZE REG-LBD053.
           MOVE DATA-INVENT-W  TO DATA-INVENT-L53.
           MOVE TIPO-ITEM-L35  TO TIPO-ITEM-L53.
           MOVE CODIGO-L35     TO CODIGO-L53.
           MOVE DESCRICAO-L35  TO DESCRICAO-L53.
           MOVE SALDO-L35      TO SALDO-CONGELADO-L53.
           MOVE VALOR-UNIT-REF-L35 TO CUSTO-UNIT-L53.
           IF TIPO-ITEM-L35 = 1 AND LBD030-EXISTE-W = 1
              AND CODIGO-L35 < 100
              MOVE CODIGO-L35 TO CODIGO-LB30
              READ LBD030 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   MOVE CUSTO-PADRAO-L30 TO CUSTO-UNIT-L53
              END-READ
           END-IF.
           MOVE ZEROS TO CONTADO-L53 SITUACAO-L53.
           MOVE COD-USUARIO-W  TO DIGITADOR-L53.
           WRITE REG-LBD053 INVALID KEY
                REWRITE REG-LBD053 INVALID KEY
                     DISPLAY "ERRO GRAVACAO LBD053: " ST-LBD053
                END-REWRITE
           END-WRITE.
           ADD 1 TO QT-ITENS-W.

      *    FOLHAS DE CONTAGEM: CONTAGEM CEGA, SEM O SALDO DO SISTEMA.
       IMPRIME-FOLHAS SECTION.
           IF DATA-INVENT-L52 = ZEROS
              DISPLAY "NENHUM INVENTARIO EM CURSO"
              GO IMPRIME-FOLHAS-FIM
           END-IF.
           OPEN OUTPUT RELAT.
           MOVE "FOLHA DE CONTAGEM - INVENTARIO DE INSUMOS"
                                          TO TITULO-REL.
           MOVE DATA-INVENT-L52 TO DATA-AAAAMMDD-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-N TO DATA-REL.
           MOVE ZEROS TO LIN.
           MOVE DATA-INVENT-L52 TO DATA-INVENT-L53.
           MOVE ZEROS           TO TIPO-ITEM-L53 CODIGO-L53.
           START LBD053 KEY IS NOT < CHAVE-L53 INVALID KEY
                 MOVE "10" TO ST-LBD053.
           PERFORM UNTIL ST-LBD053 = "10"
              READ LBD053 NEXT RECORD AT END MOVE "10" TO ST-LBD053
              NOT AT END
                IF DATA-INVENT-L53 <> DATA-INVENT-L52
                   MOVE "10" TO ST-LBD053
                ELSE
                   IF LIN = ZEROS OR LIN > 50
                      PERFORM CABECALHO-FOLHA
                   END-IF
                   MOVE TIPO-ITEM-L53 TO TIPO-FOL
                   MOVE CODIGO-L53    TO CODIGO-FOL
                   MOVE DESCRICAO-L53 TO DESCRICAO-FOL
                   WRITE REG-RELAT FROM LINFOLHA AFTER 2
                   ADD 2 TO LIN
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD053.
           CLOSE RELAT.
       IMPRIME-FOLHAS-FIM.
           EXIT.

       CABECALHO-FOLHA SECTION.
           IF LIN = ZEROS
              WRITE REG-RELAT FROM CAB01
           ELSE
              WRITE REG-RELAT FROM CAB01 AFTER PAGE
           END-IF.
           WRITE REG-RELAT FROM CAB02.
           WRITE REG-RELAT FROM CAB03-FOLHA.
           WRITE REG-RELAT FROM CAB02.
           MOVE 4 TO LIN.

      *----------------------------------------------------------------
      *    DIGITACAO DA CONTAGEM
      *----------------------------------------------------------------
       DIGITA-CONTAGEM SECTION.
           IF DATA-INVENT-L52 = ZEROS
              DISPLAY "NENHUM INVENTARIO EM CURSO"
              GO DIGITA-CONTAGEM-FIM
           END-IF.
           MOVE 1 TO TIPO-ITEM-W.
           PERFORM DIGITA-UM-ITEM UNTIL TIPO-ITEM-W = ZEROS.
       DIGITA-CONTAGEM-FIM.
           EXIT.

       DIGITA-UM-ITEM SECTION.
           DISPLAY "Tipo do item (1-FILME 2-QUIMICO 0-ENCERRAR): ".
           ACCEPT TIPO-ITEM-W FROM CONSOLE.
           IF TIPO-ITEM-W = ZEROS
              GO DIGITA-UM-ITEM-FIM
           END-IF.
           DISPLAY "Codigo do item: ".
           ACCEPT CODIGO-W FROM CONSOLE.
           MOVE DATA-INVENT-L52 TO DATA-INVENT-L53.
           MOVE TIPO-ITEM-W     TO TIPO-ITEM-L53.
           MOVE CODIGO-W        TO CODIGO-L53.
           READ LBD053 INVALID KEY
                DISPLAY "ITEM FORA DA FOLHA DE CONTAGEM"
                GO DIGITA-UM-ITEM-FIM
           END-READ.
           DISPLAY "ITEM: " DESCRICAO-L53.
           IF CONTADO-L53 = 1
              DISPLAY "JA CONTADO: " QTDE-CONTADA-L53
                      " - A NOVA QUANTIDADE SUBSTITUI"
           END-IF.
           DISPLAY "Quantidade contada: ".
           ACCEPT QTDE-CONTADA-W FROM CONSOLE.
           MOVE QTDE-CONTADA-W TO QTDE-CONTADA-L53.
           MOVE 1              TO CONTADO-L53.
           MOVE COD-USUARIO-W  TO DIGITADOR-L53.
           REWRITE REG-LBD053 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD053: " ST-LBD053
           END-REWRITE.
       DIGITA-UM-ITEM-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    RELATORIO DE DIVERGENCIAS (QUANTIDADE E VALOR)
      *----------------------------------------------------------------
       RELATORIO-DIVERGENCIA SECTION.
           IF DATA-INVENT-L52 = ZEROS
              DISPLAY "NENHUM INVENTARIO EM CURSO"
              GO RELATORIO-DIVERGENCIA-FIM
           END-IF.
           MOVE ZEROS TO QT-ITENS-W QT-NAO-CONTADOS-W TOTAL-SOBRA-W
                         TOTAL-PERDA-W.
           OPEN OUTPUT RELAT.
           MOVE "DIVERGENCIAS DO INVENTARIO DE INSUMOS"
                                          TO TITULO-REL.
           MOVE DATA-INVENT-L52 TO DATA-AAAAMMDD-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-N TO DATA-REL.
           WRITE REG-RELAT FROM CAB01.
           WRITE REG-RELAT FROM CAB02.
           WRITE REG-RELAT FROM CAB03-DIV.
           WRITE REG-RELAT FROM CAB02.
           MOVE DATA-INVENT-L52 TO DATA-INVENT-L53.
           MOVE ZEROS           TO TIPO-ITEM-L53 CODIGO-L53.
           START LBD053 KEY IS NOT < CHAVE-L53 INVALID KEY
                 MOVE "10" TO ST-LBD053.
           PERFORM UNTIL ST-LBD053 = "10"
              READ LBD053 NEXT RECORD AT END MOVE "10" TO ST-LBD053
              NOT AT END
                IF DATA-INVENT-L53 <> DATA-INVENT-L52
                   MOVE "10" TO ST-LBD053
                ELSE
                   PERFORM IMPRIME-DIVERGENCIA
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD053.
           MOVE QT-ITENS-W        TO ITENS-TOT.
           MOVE QT-NAO-CONTADOS-W TO NAO-CONTADOS-TOT.
           WRITE REG-RELAT FROM LINTOT-DIV AFTER 2.
           MOVE "VALOR DAS SOBRAS.............: " TO TEXTO-VAL-TOT.
           MOVE TOTAL-SOBRA-W TO VALOR-VAL-TOT.
           WRITE REG-RELAT FROM LINVAL-DIV.
           MOVE "VALOR DAS PERDAS.............: " TO TEXTO-VAL-TOT.
           MOVE TOTAL-PERDA-W TO VALOR-VAL-TOT.
           WRITE REG-RELAT FROM LINVAL-DIV.
           MOVE "RESULTADO LIQUIDO............: " TO TEXTO-VAL-TOT.
           COMPUTE VALOR-VAL-TOT = TOTAL-SOBRA-W - TOTAL-PERDA-W.
           WRITE REG-RELAT FROM LINVAL-DIV.
           CLOSE RELAT.
       RELATORIO-DIVERGENCIA-FIM.
           EXIT.

      *    SO ENTRA NO RELATORIO O ITEM COM DIFERENCA OU NAO CONTADO.
       IMPRIME-DIVERGENCIA SECTION.
           ADD 1 TO QT-ITENS-W.
           MOVE SPACES TO OBS-DIV.
           IF CONTADO-L53 = ZEROS
              ADD 1 TO QT-NAO-CONTADOS-W
              MOVE ZEROS TO DIFERENCA-W VALOR-DIF-W
              MOVE "NAO CONTADO" TO OBS-DIV
           ELSE
              COMPUTE DIFERENCA-W =
                      QTDE-CONTADA-L53 - SALDO-CONGELADO-L53
              COMPUTE VALOR-DIF-W ROUNDED =
                      DIFERENCA-W * CUSTO-UNIT-L53
              IF DIFERENCA-W = ZEROS
                 GO IMPRIME-DIVERGENCIA-FIM
              END-IF
              IF VALOR-DIF-W > ZEROS
                 ADD VALOR-DIF-W TO TOTAL-SOBRA-W
              ELSE
                 SUBTRACT VALOR-DIF-W FROM TOTAL-PERDA-W
              END-IF
              IF SITUACAO-L53 = 1
                 MOVE "AJUSTADO" TO OBS-DIV
              END-IF
           END-IF.
           MOVE TIPO-ITEM-L53       TO TIPO-DIV.
           MOVE CODIGO-L53          TO CODIGO-DIV.
           MOVE DESCRICAO-L53       TO DESCRICAO-DIV.
           MOVE SALDO-CONGELADO-L53 TO CONGELADO-DIV.
           MOVE QTDE-CONTADA-L53    TO CONTADO-DIV.
           MOVE DIFERENCA-W         TO DIFERENCA-DIV.
           MOVE CUSTO-UNIT-L53      TO CUSTO-DIV.
           MOVE VALOR-DIF-W         TO VALOR-DIV.
           WRITE REG-RELAT FROM LINDIV.
       IMPRIME-DIVERGENCIA-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    AJUSTE APROVADO PELO SUPERVISOR E ENCERRAMENTO
      *----------------------------------------------------------------
       AJUSTA-ESTOQUE SECTION.
           IF DATA-INVENT-L52 = ZEROS
              DISPLAY "NENHUM INVENTARIO EM CURSO"
              GO AJUSTA-ESTOQUE-FIM
           END-IF.
           IF SUPERVISOR-L52 NOT = COD-USUARIO-W
              DISPLAY "SO O SUPERVISOR " SUPERVISOR-L52
                      " APROVA O AJUSTE DO INVENTARIO"
              GO AJUSTA-ESTOQUE-FIM
           END-IF.
           PERFORM CONTA-NAO-CONTADOS.
           IF QT-NAO-CONTADOS-W > ZEROS
              DISPLAY QT-NAO-CONTADOS-W " ITEM(NS) NAO CONTADO(S) - "
                      "FICAM SEM AJUSTE"
           END-IF.
           DISPLAY "Aprovar o ajuste e encerrar o inventario de "
                   DATA-INVENT-L52 " (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO AJUSTA-ESTOQUE-FIM
           END-IF.
           MOVE ZEROS TO QT-AJUSTADOS-W.
           MOVE DATA-INVENT-L52 TO DATA-INVENT-L53.
           MOVE ZEROS           TO TIPO-ITEM-L53 CODIGO-L53.
           START LBD053 KEY IS NOT < CHAVE-L53 INVALID KEY
                 MOVE "10" TO ST-LBD053.
           PERFORM UNTIL ST-LBD053 = "10"
              READ LBD053 NEXT RECORD AT END MOVE "10" TO ST-LBD053
              NOT AT END
                IF DATA-INVENT-L53 <> DATA-INVENT-L52
                   MOVE "10" TO ST-LBD053
                ELSE
                   IF SITUACAO-L53 = ZEROS
                      PERFORM AJUSTA-ITEM
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD053.
           MOVE DATA-INVENT-L52 TO DATA-ULT-INVENT-L52.
           MOVE ZEROS           TO DATA-INVENT-L52.
           REWRITE REG-LBD052 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD052: " ST-LBD052
           END-REWRITE.
           DISPLAY "INVENTARIO ENCERRADO - " QT-AJUSTADOS-W
                   " ITEM(NS) AJUSTADO(S).".
       AJUSTA-ESTOQUE-FIM.
           EXIT.

       CONTA-NAO-CONTADOS SECTION.
           MOVE ZEROS TO QT-NAO-CONTADOS-W.
           MOVE DATA-INVENT-L52 TO DATA-INVENT-L53.
           MOVE ZEROS           TO TIPO-ITEM-L53 CODIGO-L53.
           START LBD053 KEY IS NOT < CHAVE-L53 INVALID KEY
                 MOVE "10" TO ST-LBD053.
           PERFORM UNTIL ST-LBD053 = "10"
              READ LBD053 NEXT RECORD AT END MOVE "10" TO ST-LBD053
              NOT AT END
                IF DATA-INVENT-L53 <> DATA-INVENT-L52
                   MOVE "10" TO ST-LBD053
                ELSE
                   IF CONTADO-L53 = ZEROS
                      ADD 1 TO QT-NAO-CONTADOS-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD053.

      *    DIFERENCA SOMADA AO SALDO ATUAL (NAO SOBREPOE O SALDO): O
      *    MOVIMENTO DEPOIS DO CONGELAMENTO CONTINUA VALENDO.
       AJUSTA-ITEM SECTION.
           MOVE 2 TO SITUACAO-L53.
           IF CONTADO-L53 = ZEROS
              GO AJUSTA-ITEM-GRAVA
           END-IF.
           COMPUTE DIFERENCA-W = QTDE-CONTADA-L53 - SALDO-CONGELADO-L53.
           IF DIFERENCA-W = ZEROS
              GO AJUSTA-ITEM-GRAVA
           END-IF.
           COMPUTE VALOR-DIF-W ROUNDED = DIFERENCA-W * CUSTO-UNIT-L53.
           DISPLAY "TP " TIPO-ITEM-L53 " COD " CODIGO-L53 " "
                   DESCRICAO-L53 " CONGELADO " SALDO-CONGELADO-L53
                   " CONTADO " QTDE-CONTADA-L53
                   " DIFERENCA " DIFERENCA-W.
           MOVE ZEROS TO MOTIVO-W.
           PERFORM UNTIL MOTIVO-W > ZEROS AND MOTIVO-W < 6
              DISPLAY "Motivo (1-quebra/perda  2-erro de lancamento  "
                      "3-vencido/descarte  4-furto/extravio  "
                      "5-outros): "
              ACCEPT MOTIVO-W FROM CONSOLE
           END-PERFORM.
           DISPLAY "Observacao: ".
           ACCEPT OBS-W FROM CONSOLE.
           MOVE TIPO-ITEM-L53 TO TIPO-ITEM-L35.
           MOVE CODIGO-L53    TO CODIGO-L35.
           READ LBD035 INVALID KEY
                DISPLAY "ITEM EXCLUIDO DO LBD035 - SEM AJUSTE"
                GO AJUSTA-ITEM-GRAVA
           END-READ.
           ADD DIFERENCA-W    TO SALDO-L35.
           MOVE DATA-HOJE-W   TO DATA-ULT-MOVTO-L35.
           REWRITE REG-LBD035 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD035: " ST-LBD035
                GO AJUSTA-ITEM-GRAVA
           END-REWRITE.
           INITIALIZE REG-LBD054.
           MOVE TIPO-ITEM-L53       TO TIPO-ITEM-L54.
           MOVE CODIGO-L53          TO CODIGO-L54.
           MOVE DATA-HOJE-W         TO DATA-AJUSTE-L54.
           MOVE 1                   TO SEQ-L54.
           MOVE DATA-INVENT-L53     TO DATA-INVENT-L54.
           MOVE SALDO-CONGELADO-L53 TO SALDO-CONGELADO-L54.
           MOVE QTDE-CONTADA-L53    TO QTDE-CONTADA-L54.
           MOVE DIFERENCA-W         TO DIFERENCA-L54.
           MOVE CUSTO-UNIT-L53      TO CUSTO-UNIT-L54.
           MOVE VALOR-DIF-W         TO VALOR-DIFERENCA-L54.
           MOVE MOTIVO-W            TO MOTIVO-L54.
           MOVE OBS-W               TO OBS-L54.
           MOVE COD-USUARIO-W       TO SUPERVISOR-L54.
           MOVE ZEROS TO ST-LBD054.
           PERFORM UNTIL ST-LBD054 = "10"
             WRITE REG-LBD054 INVALID KEY
                 ADD 1 TO SEQ-L54
               NOT INVALID KEY
                 MOVE "10" TO ST-LBD054.
           MOVE ZEROS TO ST-LBD054.
           MOVE 1 TO SITUACAO-L53.
           ADD 1 TO QT-AJUSTADOS-W.
       AJUSTA-ITEM-GRAVA.
           REWRITE REG-LBD053 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD053: " ST-LBD053
           END-REWRITE.

      *----------------------------------------------------------------
      *    PERDAS POR ITEM NO ANO (DIARIO DE AJUSTES LBD054)
      *----------------------------------------------------------------
       RELATORIO-PERDAS SECTION.
           DISPLAY "Ano (AAAA): ".
           ACCEPT ANO-W FROM CONSOLE.
           OPEN OUTPUT RELAT.
           MOVE "PERDAS E SOBRAS DE INVENTARIO POR ITEM - ANO"
                                          TO TITULO-REL.
           MOVE SPACES TO CAB01(49: 14).
           MOVE ANO-W  TO CAB01(50: 4).
           WRITE REG-RELAT FROM CAB01.
           WRITE REG-RELAT FROM CAB02.
           WRITE REG-RELAT FROM CAB03-PERDA.
           WRITE REG-RELAT FROM CAB02.
           MOVE ZEROS TO TOTAL-SOBRA-W TOTAL-PERDA-W.
           MOVE 9     TO TIPO-ANT-W.
           MOVE ZEROS TO CODIGO-ANT-W.
           PERFORM ZERA-ITEM-PERDA.
           INITIALIZE CHAVE-L54.
           START LBD054 KEY IS NOT < CHAVE-L54 INVALID KEY
                 MOVE "10" TO ST-LBD054.
           PERFORM UNTIL ST-LBD054 = "10"
              READ LBD054 NEXT RECORD AT END MOVE "10" TO ST-LBD054
              NOT AT END
                IF DATA-AJUSTE-L54(1: 4) = ANO-W
                   IF TIPO-ITEM-L54 <> TIPO-ANT-W
                      OR CODIGO-L54 <> CODIGO-ANT-W
                      PERFORM IMPRIME-ITEM-PERDA
                      MOVE TIPO-ITEM-L54 TO TIPO-ANT-W
                      MOVE CODIGO-L54    TO CODIGO-ANT-W
                   END-IF
                   ADD 1 TO QT-AJUSTES-ITEM-W
                   IF DIFERENCA-L54 < ZEROS
                      SUBTRACT DIFERENCA-L54 FROM PERDA-QT-ITEM-W
                      SUBTRACT VALOR-DIFERENCA-L54
                          FROM PERDA-VL-ITEM-W
                   ELSE
                      ADD DIFERENCA-L54       TO SOBRA-QT-ITEM-W
                      ADD VALOR-DIFERENCA-L54 TO SOBRA-VL-ITEM-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD054.
           PERFORM IMPRIME-ITEM-PERDA.
           MOVE "TOTAL DAS PERDAS NO ANO......: " TO TEXTO-VAL-TOT.
           MOVE TOTAL-PERDA-W TO VALOR-VAL-TOT.
           WRITE REG-RELAT FROM LINVAL-DIV AFTER 2.
           MOVE "TOTAL DAS SOBRAS NO ANO......: " TO TEXTO-VAL-TOT.
           MOVE TOTAL-SOBRA-W TO VALOR-VAL-TOT.
           WRITE REG-RELAT FROM LINVAL-DIV.
           CLOSE RELAT.

       IMPRIME-ITEM-PERDA SECTION.
           IF QT-AJUSTES-ITEM-W = ZEROS
              GO IMPRIME-ITEM-PERDA-FIM
           END-IF.
           MOVE TIPO-ANT-W   TO TIPO-ITEM-L35 TIPO-PER.
           MOVE CODIGO-ANT-W TO CODIGO-L35 CODIGO-PER.
           READ LBD035 INVALID KEY MOVE SPACES TO DESCRICAO-L35
           END-READ.
           MOVE DESCRICAO-L35     TO DESCRICAO-PER.
           MOVE QT-AJUSTES-ITEM-W TO AJUSTES-PER.
           MOVE PERDA-QT-ITEM-W   TO PERDA-QT-PER.
           MOVE PERDA-VL-ITEM-W   TO PERDA-VL-PER.
           MOVE SOBRA-QT-ITEM-W   TO SOBRA-QT-PER.
           MOVE SOBRA-VL-ITEM-W   TO SOBRA-VL-PER.
           WRITE REG-RELAT FROM LINPERDA.
           ADD PERDA-VL-ITEM-W TO TOTAL-PERDA-W.
           ADD SOBRA-VL-ITEM-W TO TOTAL-SOBRA-W.
       IMPRIME-ITEM-PERDA-FIM.
           PERFORM ZERA-ITEM-PERDA.

       ZERA-ITEM-PERDA SECTION.
           MOVE ZEROS TO QT-AJUSTES-ITEM-W PERDA-QT-ITEM-W
                         PERDA-VL-ITEM-W SOBRA-QT-ITEM-W
                         SOBRA-VL-ITEM-W.

       CONVERTE-DATA SECTION.
           MOVE DATA-AAAAMMDD-W(7: 2) TO DIA-DDMMAAAA-W.
           MOVE DATA-AAAAMMDD-W(5: 2) TO MES-DDMMAAAA-W.
           MOVE DATA-AAAAMMDD-W(1: 4) TO ANO-DDMMAAAA-W.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE LBD035 LBD052 LBD053 LBD054.
           IF LBD030-EXISTE-W = 1 CLOSE LBD030 END-IF.
           EXIT PROGRAM.
