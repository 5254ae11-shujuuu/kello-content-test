       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP078.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Sugestão automática de pedidos de compra pelo ponto de
      *reposição do estoque de insumos (LBD035). Cada item com saldo
      *abaixo do mínimo e com fornecedor preferencial vira um item de
      *pedido SUGERIDO (situação 3 do CPD046), agrupado num pedido
      *por fornecedor, na quantidade de reposição do item (ou no que
      *falta para o mínimo) e pelo preço de referência. Item que já
      *tem pedido em aberto ou sugerido não é sugerido de novo. O
      *consumo dos últimos 30 e 90 dias (movimento de revelação,
      *LBD101, mesma regra do débito do LBP125) vai gravado ao lado
      *de cada sugestão. O comprador revê, aprova ou cancela no
      *CPP063 (opção SUGESTÕES). Imprime o relatório da geração.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LBPX035.
           COPY LBPX101.
           COPY CGPX001.
           COPY CPPX046.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY LBPW035.
       COPY LBPW101.
       COPY CGPW001.
       COPY CPPW046.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
           COPY "CPTIME.CPY".
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-LBD035             PIC XX       VALUE SPACES.
           05  ST-LBD101             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CPD046             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-30-W             PIC 9(8)     VALUE ZEROS.
           05  DATA-90-W             PIC 9(8)     VALUE ZEROS.
           05  FALTA-W               PIC 9(7)V99  VALUE ZEROS.
           05  QTDE-W                PIC 9(5)     VALUE ZEROS.
           05  ULT-PEDIDO-W          PIC 9(6)     VALUE ZEROS.
           05  FORNEC-W              PIC 9(6)     VALUE ZEROS.
           05  QT-GERADOS-W          PIC 9(4)     VALUE ZEROS.
           05  QT-PEDIDOS-W          PIC 9(4)     VALUE ZEROS.
      *    FILMES REVELADOS POR TIPO (CODIGO-LB21 DE 2 DIGITOS) E NO
      *    TOTAL, NOS ULTIMOS 30 E 90 DIAS.
           05  TAB-CONSUMO.
               10  TC-ITEM OCCURS 99 TIMES.
                   15  TC-30         PIC 9(7).
                   15  TC-90         PIC 9(7).
           05  TOTAL-30-W            PIC 9(7)     VALUE ZEROS.
           05  TOTAL-90-W            PIC 9(7)     VALUE ZEROS.
      *    ITENS ABAIXO DO MINIMO. MARCA: 0-SUGERIR  1-JA TEM PEDIDO
      *    ABERTO/SUGERIDO  2-SEM FORNECEDOR PREFERENCIAL.
           05  QT-SUG-W              PIC 9(3)     VALUE ZEROS.
           05  IND-S                 PIC 9(3)     VALUE ZEROS.
           05  TAB-SUGESTAO.
               10  TS-ITEM OCCURS 500 TIMES.
                   15  TS-TIPO       PIC 9.
                   15  TS-CODIGO     PIC 9(4).
                   15  TS-DESCRICAO  PIC X(20).
                   15  TS-SALDO      PIC S9(7)V99.
                   15  TS-MINIMO     PIC 9(5).
                   15  TS-FORNEC     PIC 9(6).
                   15  TS-QTDE       PIC 9(5).
                   15  TS-VALOR      PIC 9(8)V99.
                   15  TS-CONS-30    PIC 9(7)V99.
                   15  TS-CONS-90    PIC 9(7)V99.
                   15  TS-PEDIDO     PIC 9(6).
                   15  TS-ITEM-PED   PIC 9(2).
                   15  TS-MARCA      PIC 9.
      *    PEDIDO ABERTO NESTA GERACAO PARA CADA FORNECEDOR.
           05  QT-FOR-W              PIC 9(3)     VALUE ZEROS.
           05  IND-F                 PIC 9(3)     VALUE ZEROS.
           05  TAB-FORNEC.
               10  TF-ITEM OCCURS 100 TIMES.
                   15  TF-FORNEC     PIC 9(6).
                   15  TF-PEDIDO     PIC 9(6).
                   15  TF-ULT-ITEM   PIC 9(2).
           05  IND-T                 PIC 9(3)     VALUE ZEROS.
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
           05  FILLER              PIC X(50)   VALUE
               "SUGESTAO DE PEDIDOS DE COMPRA - PONTO DE REPOSICAO".
           05  FILLER              PIC X(4)    VALUE " EM ".
           05  DATA-REL            PIC 99/99/9999.
       01  CAB02.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB03.
           05  FILLER              PIC X(19)   VALUE
               "PEDIDO IT TP COD.".
           05  FILLER              PIC X(31)   VALUE
               "DESCRICAO                 SALDO".
           05  FILLER              PIC X(34)   VALUE
               " MINIMO QTDE  CONS-30D    CONS-90D".
           05  FILLER              PIC X(16)   VALUE "  OBSERVACAO".
       01  CAB04.
           05  FILLER              PIC X(60)   VALUE
               "ITENS ABAIXO DO MINIMO NAO SUGERIDOS:".
       01  LINFOR.
           05  FILLER              PIC X(12)   VALUE "FORNECEDOR: ".
           05  FORNEC-REL          PIC 9(6).
           05  FILLER              PIC X       VALUE SPACES.
           05  NOME-FORN-REL       PIC X(30).
       01  LINDET.
           05  PEDIDO-REL          PIC 9(6).
           05  FILLER              PIC X       VALUE SPACES.
           05  ITEM-REL            PIC 9(2).
           05  FILLER              PIC X       VALUE SPACES.
           05  TIPO-REL            PIC 9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CODIGO-REL          PIC 9(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DESCRICAO-REL       PIC X(20).
           05  SALDO-REL           PIC -ZZZZZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  MINIMO-REL          PIC ZZZZ9.
           05  FILLER              PIC X       VALUE SPACES.
           05  QTDE-REL            PIC ZZZZ9.
           05  CONS-30-REL         PIC ZZZZZZ9,99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CONS-90-REL         PIC ZZZZZZ9,99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  OBS-REL             PIC X(14).
       01  LINTOT.
           05  FILLER              PIC X(20)   VALUE
               "ITENS SUGERIDOS: ".
           05  GERADOS-REL         PIC ZZZ9.
           05  FILLER              PIC X(14)   VALUE
               "   PEDIDOS: ".
           05  PEDIDOS-REL         PIC ZZZ9.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              PERFORM ACUMULA-CONSUMO
              PERFORM CARREGA-SUGESTOES
              PERFORM MARCA-PEDIDOS-ABERTOS
              PERFORM GERA-PEDIDOS
              PERFORM IMPRIME-RELATORIO
              DISPLAY "ITENS SUGERIDOS: " QT-GERADOS-W
                      "  PEDIDOS: " QT-PEDIDOS-W
                      " - REVER NO CPP063 (OPCAO SUGESTOES)"
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W QT-SUG-W QT-FOR-W QT-GERADOS-W
                         QT-PEDIDOS-W TOTAL-30-W TOTAL-90-W.
           PERFORM VARYING IND-T FROM 1 BY 1 UNTIL IND-T > 99
              MOVE ZEROS TO TC-30(IND-T) TC-90(IND-T)
           END-PERFORM.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "LBD035" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD035.
           MOVE "LBD101" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD101.
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "CPD046" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD046.
           OPEN INPUT LBD035 LBD101 CGD001.
           OPEN I-O CPD046.
           IF ST-CPD046 = "35"
              OPEN OUTPUT CPD046
              CLOSE       CPD046
              OPEN I-O    CPD046
           END-IF.
           IF ST-LBD035 <> "00"
              DISPLAY "ERRO ABERTURA LBD035: " ST-LBD035
              MOVE 1 TO ERRO-W.
           IF ST-CGD001 <> "00"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W.
           IF ST-CPD046 <> "00"
              DISPLAY "ERRO ABERTURA CPD046: " ST-CPD046
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              DISPLAY "Gerar as sugestoes de pedido de compra (S/N)? "
              ACCEPT CONFIRMA-W FROM CONSOLE
              IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W  TO GRTIME-DATE.
           MOVE 30           TO GRTIME-DAYS.
           MOVE "SUBT"       TO GRTIME-FUNCTION.
           MOVE "DIAS"       TO GRTIME-TYPE.
           CALL "GRTIME" USING PARAMETROS-GRTIME.
           CANCEL "GRTIME".
           MOVE GRTIME-DATE-FINAL TO DATA-30-W.
           MOVE DATA-HOJE-W  TO GRTIME-DATE.
           MOVE 90           TO GRTIME-DAYS.
           MOVE "SUBT"       TO GRTIME-FUNCTION.
           MOVE "DIAS"       TO GRTIME-TYPE.
           CALL "GRTIME" USING PARAMETROS-GRTIME.
           CANCEL "GRTIME".
           MOVE GRTIME-DATE-FINAL TO DATA-90-W.

      *    SEM O LBD101 O CONSUMO SAI ZERADO E A SUGESTAO E GERADA
      *    DO MESMO JEITO.
       ACUMULA-CONSUMO SECTION.
           IF ST-LBD101 <> "00"
              GO ACUMULA-CONSUMO-FIM
           END-IF.
           MOVE DATA-90-W TO DATA-MOVTO-L101.
           MOVE ZEROS     TO SEQ-L101.
           START LBD101 KEY IS NOT < CHAVE-L101 INVALID KEY
                 MOVE "10" TO ST-LBD101.
           PERFORM UNTIL ST-LBD101 = "10"
              READ LBD101 NEXT RECORD AT END MOVE "10" TO ST-LBD101
              NOT AT END
                IF DATA-MOVTO-L101 > DATA-HOJE-W
                   MOVE "10" TO ST-LBD101
                ELSE
                   IF TIPO-FILME-L101 > ZEROS
                      ADD QTDE-FILMES-L101 TO TC-90(TIPO-FILME-L101)
                   END-IF
                   ADD QTDE-FILMES-L101 TO TOTAL-90-W
                   IF DATA-MOVTO-L101 > DATA-30-W
                      IF TIPO-FILME-L101 > ZEROS
                         ADD QTDE-FILMES-L101
                             TO TC-30(TIPO-FILME-L101)
                      END-IF
                      ADD QTDE-FILMES-L101 TO TOTAL-30-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-LBD101.
       ACUMULA-CONSUMO-FIM.
           EXIT.

       CARREGA-SUGESTOES SECTION.
           INITIALIZE CHAVE-L35.
           START LBD035 KEY IS NOT < CHAVE-L35 INVALID KEY
                 MOVE "10" TO ST-LBD035.
           PERFORM UNTIL ST-LBD035 = "10"
              READ LBD035 NEXT RECORD AT END MOVE "10" TO ST-LBD035
              NOT AT END
                IF SALDO-L35 < MINIMO-L35
                   IF QT-SUG-W < 500
                      ADD 1 TO QT-SUG-W
                      PERFORM MONTA-SUGESTAO
                   ELSE
                      DISPLAY "MAIS DE 500 ITENS ABAIXO DO MINIMO - "
                              "TP " TIPO-ITEM-L35 " COD " CODIGO-L35
                              " FICA PARA A PROXIMA GERACAO"
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD035.

       MONTA-SUGESTAO SECTION.
           MOVE TIPO-ITEM-L35      TO TS-TIPO(QT-SUG-W).
           MOVE CODIGO-L35         TO TS-CODIGO(QT-SUG-W).
           MOVE DESCRICAO-L35      TO TS-DESCRICAO(QT-SUG-W).
           MOVE SALDO-L35          TO TS-SALDO(QT-SUG-W).
           MOVE MINIMO-L35         TO TS-MINIMO(QT-SUG-W).
           MOVE FORNEC-PREF-L35    TO TS-FORNEC(QT-SUG-W).
           MOVE VALOR-UNIT-REF-L35 TO TS-VALOR(QT-SUG-W).
           MOVE ZEROS TO TS-PEDIDO(QT-SUG-W) TS-ITEM-PED(QT-SUG-W)
                         TS-MARCA(QT-SUG-W).
           IF QTDE-REPOS-L35 > ZEROS
              MOVE QTDE-REPOS-L35 TO QTDE-W
           ELSE
      *       COMPLETA O MINIMO, ARREDONDADO PARA CIMA
              COMPUTE FALTA-W = MINIMO-L35 - SALDO-L35
              MOVE FALTA-W TO QTDE-W
              IF QTDE-W < FALTA-W
                 ADD 1 TO QTDE-W
              END-IF
           END-IF.
           MOVE QTDE-W TO TS-QTDE(QT-SUG-W).
      *    FILME: ROLOS DO PROPRIO TIPO; QUIMICO: TOTAL DE FILMES
      *    VEZES O CONSUMO POR FILME (COMO NO LBP125).
           IF TIPO-ITEM-L35 = 1
              IF CODIGO-L35 > ZEROS AND CODIGO-L35 < 100
                 MOVE TC-30(CODIGO-L35) TO TS-CONS-30(QT-SUG-W)
                 MOVE TC-90(CODIGO-L35) TO TS-CONS-90(QT-SUG-W)
              ELSE
                 MOVE ZEROS TO TS-CONS-30(QT-SUG-W)
                               TS-CONS-90(QT-SUG-W)
              END-IF
           ELSE
              COMPUTE TS-CONS-30(QT-SUG-W) =
                      TOTAL-30-W * CONSUMO-FILME-L35
              COMPUTE TS-CONS-90(QT-SUG-W) =
                      TOTAL-90-W * CONSUMO-FILME-L35
           END-IF.
           IF FORNEC-PREF-L35 = ZEROS
              MOVE 2 TO TS-MARCA(QT-SUG-W)
           END-IF.

      *    ITEM DE ESTOQUE COM PEDIDO EM ABERTO (0) OU AINDA SUGERIDO
      *    (3) EM QUALQUER FORNECEDOR NAO E SUGERIDO DE NOVO.
       MARCA-PEDIDOS-ABERTOS SECTION.
           INITIALIZE CHAVE-CP46.
           START CPD046 KEY IS NOT < CHAVE-CP46 INVALID KEY
                 MOVE "10" TO ST-CPD046.
           PERFORM UNTIL ST-CPD046 = "10"
              READ CPD046 NEXT RECORD AT END MOVE "10" TO ST-CPD046
              NOT AT END
                IF (SITUACAO-CP46 = 0 OR SITUACAO-CP46 = 3)
                   AND TIPO-ITEM-CP46 > ZEROS
                   PERFORM VARYING IND-S FROM 1 BY 1
                           UNTIL IND-S > QT-SUG-W
                      IF TS-TIPO(IND-S) = TIPO-ITEM-CP46
                         AND TS-CODIGO(IND-S) = CODIGO-ITEM-CP46
                         MOVE 1 TO TS-MARCA(IND-S)
                         MOVE FORNEC-CP46 TO TS-FORNEC(IND-S)
                         MOVE PEDIDO-CP46 TO TS-PEDIDO(IND-S)
                         MOVE ITEM-CP46   TO TS-ITEM-PED(IND-S)
                      END-IF
                   END-PERFORM
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CPD046.

       GERA-PEDIDOS SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           PERFORM VARYING IND-S FROM 1 BY 1 UNTIL IND-S > QT-SUG-W
              IF TS-MARCA(IND-S) = ZEROS
                 PERFORM GRAVA-SUGESTAO
              END-IF
           END-PERFORM.

       GRAVA-SUGESTAO SECTION.
           MOVE ZEROS TO IND-F.
           PERFORM VARYING IND-T FROM 1 BY 1 UNTIL IND-T > QT-FOR-W
              IF TF-FORNEC(IND-T) = TS-FORNEC(IND-S)
                 MOVE IND-T TO IND-F
              END-IF
           END-PERFORM.
           IF IND-F > ZEROS
              IF TF-ULT-ITEM(IND-F) = 99
                 ADD 1 TO TF-PEDIDO(IND-F)
                 MOVE ZEROS TO TF-ULT-ITEM(IND-F)
                 ADD 1 TO QT-PEDIDOS-W
              END-IF
           ELSE
              IF QT-FOR-W = 100
                 DISPLAY "MAIS DE 100 FORNECEDORES - ITEM TP "
                         TS-TIPO(IND-S) " COD " TS-CODIGO(IND-S)
                         " FICA PARA A PROXIMA GERACAO"
                 GO GRAVA-SUGESTAO-FIM
              END-IF
              MOVE TS-FORNEC(IND-S) TO FORNEC-W
              PERFORM ACHA-ULTIMO-PEDIDO
              ADD 1 TO QT-FOR-W
              MOVE QT-FOR-W         TO IND-F
              MOVE FORNEC-W         TO TF-FORNEC(IND-F)
              COMPUTE TF-PEDIDO(IND-F) = ULT-PEDIDO-W + 1
              MOVE ZEROS            TO TF-ULT-ITEM(IND-F)
              ADD 1 TO QT-PEDIDOS-W
           END-IF.
           ADD 1 TO TF-ULT-ITEM(IND-F).
           INITIALIZE REG-CPD046.
           MOVE TF-FORNEC(IND-F)    TO FORNEC-CP46.
           MOVE TF-PEDIDO(IND-F)    TO PEDIDO-CP46.
           MOVE TF-ULT-ITEM(IND-F)  TO ITEM-CP46.
           MOVE TS-DESCRICAO(IND-S) TO DESCRICAO-CP46.
           MOVE TS-QTDE(IND-S)      TO QTDE-CP46.
           MOVE TS-VALOR(IND-S)     TO VALOR-UNIT-CP46.
           MOVE DATA-HOJE-W         TO DATA-EMISSAO-CP46.
           MOVE ZEROS               TO DATA-ENTREGA-CP46.
           MOVE 3                   TO SITUACAO-CP46.
           MOVE COD-USUARIO-W       TO DIGITADOR-CP46.
           MOVE TS-TIPO(IND-S)      TO TIPO-ITEM-CP46.
           MOVE TS-CODIGO(IND-S)    TO CODIGO-ITEM-CP46.
           MOVE TS-CONS-30(IND-S)   TO CONSUMO-30-CP46.
           MOVE TS-CONS-90(IND-S)   TO CONSUMO-90-CP46.
           WRITE REG-CPD046 INVALID KEY
                DISPLAY "ERRO GRAVACAO CPD046: " ST-CPD046
                        " PEDIDO " PEDIDO-CP46 " ITEM " ITEM-CP46
                GO GRAVA-SUGESTAO-FIM
           END-WRITE.
           MOVE PEDIDO-CP46 TO TS-PEDIDO(IND-S).
           MOVE ITEM-CP46   TO TS-ITEM-PED(IND-S).
           ADD 1 TO QT-GERADOS-W.
       GRAVA-SUGESTAO-FIM.
           EXIT.

      *    ULTIMO NUMERO DE PEDIDO DO FORNECEDOR (QUALQUER SITUACAO).
       ACHA-ULTIMO-PEDIDO SECTION.
           MOVE ZEROS    TO ULT-PEDIDO-W.
           MOVE FORNEC-W TO FORNEC-CP46.
           MOVE ZEROS    TO PEDIDO-CP46 ITEM-CP46.
           START CPD046 KEY IS NOT < CHAVE-CP46 INVALID KEY
                 MOVE "10" TO ST-CPD046.
           PERFORM UNTIL ST-CPD046 = "10"
              READ CPD046 NEXT RECORD AT END MOVE "10" TO ST-CPD046
              NOT AT END
                IF FORNEC-CP46 <> FORNEC-W
                   MOVE "10" TO ST-CPD046
                ELSE
                   MOVE PEDIDO-CP46 TO ULT-PEDIDO-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CPD046.

       IMPRIME-RELATORIO SECTION.
           OPEN OUTPUT RELAT.
           MOVE DATA-HOJE-W TO DATA-REL.
           WRITE REG-RELAT FROM CAB01.
           WRITE REG-RELAT FROM CAB02.
           PERFORM VARYING IND-F FROM 1 BY 1 UNTIL IND-F > QT-FOR-W
              MOVE TF-FORNEC(IND-F) TO FORNEC-REL CODIGO-CG01
              READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
              END-READ
              MOVE NOME-CG01 TO NOME-FORN-REL
              WRITE REG-RELAT FROM LINFOR AFTER 2
              WRITE REG-RELAT FROM CAB03
              PERFORM VARYING IND-S FROM 1 BY 1 UNTIL IND-S > QT-SUG-W
                 IF TS-MARCA(IND-S) = ZEROS
                    AND TS-FORNEC(IND-S) = TF-FORNEC(IND-F)
                    AND TS-PEDIDO(IND-S) > ZEROS
                    MOVE SPACES TO OBS-REL
                    PERFORM IMPRIME-LINHA
                 END-IF
              END-PERFORM
           END-PERFORM.
           WRITE REG-RELAT FROM CAB04 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           PERFORM VARYING IND-S FROM 1 BY 1 UNTIL IND-S > QT-SUG-W
              IF TS-MARCA(IND-S) = 1
                 MOVE "PEDIDO ABERTO" TO OBS-REL
                 PERFORM IMPRIME-LINHA
              END-IF
              IF TS-MARCA(IND-S) = 2
                 MOVE "SEM FORNECEDOR" TO OBS-REL
                 PERFORM IMPRIME-LINHA
              END-IF
           END-PERFORM.
           MOVE QT-GERADOS-W TO GERADOS-REL.
           MOVE QT-PEDIDOS-W TO PEDIDOS-REL.
           WRITE REG-RELAT FROM LINTOT AFTER 2.
           CLOSE RELAT.

       IMPRIME-LINHA SECTION.
           MOVE TS-PEDIDO(IND-S)    TO PEDIDO-REL.
           MOVE TS-ITEM-PED(IND-S)  TO ITEM-REL.
           MOVE TS-TIPO(IND-S)      TO TIPO-REL.
           MOVE TS-CODIGO(IND-S)    TO CODIGO-REL.
           MOVE TS-DESCRICAO(IND-S) TO DESCRICAO-REL.
           MOVE TS-SALDO(IND-S)     TO SALDO-REL.
           MOVE TS-MINIMO(IND-S)    TO MINIMO-REL.
           MOVE TS-QTDE(IND-S)      TO QTDE-REL.
           MOVE TS-CONS-30(IND-S)   TO CONS-30-REL.
           MOVE TS-CONS-90(IND-S)   TO CONS-90-REL.
           WRITE REG-RELAT FROM LINDET.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE LBD035 CGD001 CPD046.
           IF ST-LBD101 = "00" CLOSE LBD101 END-IF.
           EXIT PROGRAM.
