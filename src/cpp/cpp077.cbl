       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP077.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: DRE gerencial mensal - a visão de resultado da própria
      *gerência (o diário do CPP071 vai para o contador). Opções:
      *  LAYOUT ......: manutenção do layout CPD058, que liga cada
      *                 código de apuração (CXD020) ou centro de custo
      *                 (CPD048) a uma linha da DRE;
      *  RELATORIO ...: DRE da competência informada com as colunas
      *                 mês, acumulado no ano e mesmo mês do ano
      *                 anterior, montada com:
      *                 - recebimentos do contas a receber (CRD110);
      *                 - baixas do contas a pagar (CPD030) - o centro
      *                   de custo do título (CPD049) tem precedência
      *                   sobre o código de apuração;
      *                 - pagamentos do livro caixa (CXD021);
      *                 - custo de revelação (LBD101 x custo padrão
      *                   LBD030, o mesmo cálculo do LBP111) na linha
      *                   de custo de laboratório.
      *Códigos sem linha no layout saem listados no fim do relatório.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX030.
           COPY CPPX048.
           COPY CPPX049.
           COPY CPPX058.
           COPY CRPX110.
           COPY CXPX020.
           COPY CXPX021.
           COPY LBPX030.
           COPY LBPX101.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CPPW030.
       COPY CPPW048.
       COPY CPPW049.
       COPY CPPW058.
       COPY CRPW110.
       COPY CXPW020.
       COPY CXPW021.
       COPY LBPW030.
       COPY LBPW101.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CPD030             PIC XX       VALUE SPACES.
           05  ST-CPD048             PIC XX       VALUE SPACES.
           05  ST-CPD049             PIC XX       VALUE SPACES.
           05  ST-CPD058             PIC XX       VALUE SPACES.
           05  ST-CRD110             PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-CXD021             PIC XX       VALUE SPACES.
           05  ST-LBD030             PIC XX       VALUE SPACES.
           05  ST-LBD101             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  TIPO-W                PIC 9        VALUE ZEROS.
           05  CODIGO-W              PIC X(5)     VALUE SPACES.
           05  CCUSTO-W              PIC 9(4)     VALUE ZEROS.
           05  LINHA-W               PIC 9        VALUE ZEROS.
           05  ORIGEM-W              PIC 9        VALUE ZEROS.
           05  COMPETENCIA-W         PIC 9(6)     VALUE ZEROS.
           05  ANO-W                 PIC 9(4)     VALUE ZEROS.
           05  MES-W                 PIC 9(2)     VALUE ZEROS.
           05  DATA-INI-MES-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-MES-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-INI-ANO-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-INI-ANT-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-ANT-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-MOV-W            PIC 9(8)     VALUE ZEROS.
           05  VALOR-MOV-W           PIC S9(11)V99 VALUE ZEROS.
           05  IND-L                 PIC 9(2)     VALUE ZEROS.
           05  IND-C                 PIC 9        VALUE ZEROS.
           05  IND-T                 PIC 9(2)     VALUE ZEROS.
           05  IND-N                 PIC 9(3)     VALUE ZEROS.
           05  QT-SEM-MAPA-W         PIC 9(3)     VALUE ZEROS.
           05  QT-FORA-TABELA-W      PIC 9(5)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
      *    DESCRICAO DAS LINHAS DA DRE (LINHA-DRE-CP58 = OCORRENCIA).
       01  TAB-DESC-LINHAS.
           05  FILLER PIC X(36) VALUE "RECEITA BRUTA".
           05  FILLER PIC X(36) VALUE "(-) DEDUCOES DA RECEITA".
           05  FILLER PIC X(36) VALUE "(-) CUSTO DE LABORATORIO".
           05  FILLER PIC X(36) VALUE "(-) CUSTO DE VIDEO".
           05  FILLER PIC X(36) VALUE "(-) DESPESAS COMERCIAIS".
           05  FILLER PIC X(36) VALUE "(-) DESPESAS ADMINISTRATIVAS".
           05  FILLER PIC X(36) VALUE "(+/-) RESULTADO FINANCEIRO".
       01  TAB-DESC-R REDEFINES TAB-DESC-LINHAS.
           05  DESC-LINHA            PIC X(36) OCCURS 7 TIMES.
      *    VALORES POR LINHA E COLUNA (1-MES  2-ACUMULADO NO ANO
      *    3-MESMO MES DO ANO ANTERIOR). RECEBIMENTO SOMA, PAGAMENTO
      *    E CUSTO SUBTRAEM.
       01  TAB-VALORES.
           05  VAL-LINHA             OCCURS 7 TIMES.
               10  VAL-COL           PIC S9(11)V99 OCCURS 3 TIMES.
       01  TAB-SUBTOTAL.
           05  SUB-COL               PIC S9(11)V99 OCCURS 3 TIMES.
      *    FILMES REVELADOS POR TIPO (CODIGO-LB30) E COLUNA.
       01  TAB-FILMES.
           05  TF-TIPO               OCCURS 99 TIMES.
               10  TF-QTDE           PIC 9(9)      OCCURS 3 TIMES.
      *    CODIGOS SEM LINHA NO LAYOUT. ORIGEM: 1-RECEBIMENTO CR
      *    2-BAIXA CP  3-PAGAMENTO CAIXA  4-FILME SEM CUSTO PADRAO.
       01  TAB-SEM-MAPA.
           05  NM-ITEM               OCCURS 200 TIMES.
               10  NM-ORIGEM         PIC 9.
               10  NM-CODIGO         PIC X(5).
               10  NM-VALOR          PIC S9(11)V99 OCCURS 3 TIMES.
       01  TAB-DESC-ORIGEM.
           05  FILLER PIC X(16) VALUE "RECEBIMENTO CR".
           05  FILLER PIC X(16) VALUE "BAIXA CP".
           05  FILLER PIC X(16) VALUE "PAGAMENTO CAIXA".
           05  FILLER PIC X(16) VALUE "FILME SEM CUSTO".
       01  TAB-DESC-ORIGEM-R REDEFINES TAB-DESC-ORIGEM.
           05  DESC-ORIGEM           PIC X(16) OCCURS 4 TIMES.
       01  CAB01.
           05  FILLER              PIC X(30)   VALUE
               "DRE GERENCIAL - COMPETENCIA ".
           05  MES-REL             PIC 99.
           05  FILLER              PIC X       VALUE "/".
           05  ANO-REL             PIC 9999.
       01  CAB02.
           05  FILLER              PIC X(96)   VALUE ALL "=".
       01  CAB03.
           05  FILLER              PIC X(96)   VALUE
           "DESCRICAO                                            MES  AC
      -    "UMULADO NO ANO   MES ANO ANTERIOR".
       01  LINDET.
           05  DESC-REL            PIC X(36).
           05  VALOR-REL           OCCURS 3 TIMES.
               10  FILLER          PIC X       VALUE SPACES.
               10  VALOR-COL-REL   PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
       01  CAB04.
           05  FILLER              PIC X(40)   VALUE
               "CODIGOS SEM LINHA NO LAYOUT DA DRE".
       01  LINDET2.
           05  ORIGEM-REL          PIC X(16).
           05  FILLER              PIC X       VALUE SPACES.
           05  CODIGO-REL          PIC X(5).
           05  FILLER              PIC X       VALUE SPACES.
           05  DESC-CODIGO-REL     PIC X(13).

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
           MOVE "CPD030" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD030.
           MOVE "CPD048" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD048.
           MOVE "CPD049" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD049.
           MOVE "CPD058" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD058.
           MOVE "CRD110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD110.
           MOVE "CXD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD020.
           MOVE "CXD021" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD021.
           MOVE "LBD030" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD030.
           MOVE "LBD101" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD101.
           OPEN INPUT CPD030 CPD048 CPD049 CRD110 CXD020 CXD021
                      LBD030 LBD101.
           OPEN I-O CPD058.
           IF ST-CPD058 = "35"
              OPEN OUTPUT CPD058
              CLOSE       CPD058
              OPEN I-O    CPD058
           END-IF.
           IF ST-CPD058 <> "00"
              DISPLAY "ERRO ABERTURA CPD058: " ST-CPD058
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.

       PROCESSA-OPCOES SECTION.
           DISPLAY "OPCAO (1-LAYOUT DA DRE  2-RELATORIO  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM MANTEM-LAYOUT
              WHEN 2 PERFORM GERA-DRE
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *    LINHA 0 EXCLUI O CODIGO DO LAYOUT.
       MANTEM-LAYOUT SECTION.
           DISPLAY "Tipo (1-CODIGO DE APURACAO  2-CENTRO DE CUSTO): ".
           ACCEPT TIPO-W FROM CONSOLE.
           MOVE SPACES TO CODIGO-W.
           EVALUATE TIPO-W
              WHEN 1
                 DISPLAY "Codigo de apuracao (CXD020): "
                 ACCEPT CODIGO-W FROM CONSOLE
                 MOVE CODIGO-W TO CODIGO-COMPL-CX20
                 READ CXD020 INVALID KEY
                      DISPLAY "CODIGO NAO CADASTRADO EM CXD020"
                      GO MANTEM-LAYOUT-FIM
                 END-READ
                 DISPLAY DESCRICAO-CX20
              WHEN 2
                 DISPLAY "Centro de custo (CPD048): "
                 ACCEPT CCUSTO-W FROM CONSOLE
                 MOVE CCUSTO-W TO CCUSTO-CP48
                 READ CPD048 INVALID KEY
                      DISPLAY "CENTRO NAO CADASTRADO EM CPD048"
                      GO MANTEM-LAYOUT-FIM
                 END-READ
                 DISPLAY DESCRICAO-CP48
                 MOVE CCUSTO-W TO CODIGO-W(1: 4)
              WHEN OTHER
                 DISPLAY "TIPO INVALIDO"
                 GO MANTEM-LAYOUT-FIM
           END-EVALUATE.
           MOVE TIPO-W   TO TIPO-CP58.
           MOVE CODIGO-W TO CODIGO-CP58.
           READ CPD058 INVALID KEY
                MOVE ZEROS TO LINHA-DRE-CP58
           END-READ.
           DISPLAY "LINHA ATUAL: " LINHA-DRE-CP58.
           DISPLAY "Linha (1-REC.BRUTA 2-DEDUCOES 3-CUSTO LAB 4-CUSTO "
                   "VIDEO 5-DESP.COM 6-DESP.ADM 7-FINANC 0-EXCLUI): ".
           ACCEPT LINHA-W FROM CONSOLE.
           IF LINHA-W > 7
              DISPLAY "LINHA INVALIDA"
              GO MANTEM-LAYOUT-FIM
           END-IF.
           IF LINHA-W = ZEROS
              DELETE CPD058 INVALID KEY
                     DISPLAY "CODIGO NAO ESTAVA NO LAYOUT"
              END-DELETE
              GO MANTEM-LAYOUT-FIM
           END-IF.
           MOVE TIPO-W        TO TIPO-CP58.
           MOVE CODIGO-W      TO CODIGO-CP58.
           MOVE LINHA-W       TO LINHA-DRE-CP58.
           MOVE COD-USUARIO-W TO DIGITADOR-CP58.
           WRITE REG-CPD058 INVALID KEY
                 REWRITE REG-CPD058 INVALID KEY
                      DISPLAY "ERRO GRAVACAO CPD058: " ST-CPD058
                 END-REWRITE
           END-WRITE.
           DISPLAY "LAYOUT GRAVADO.".
       MANTEM-LAYOUT-FIM.
           EXIT.

       GERA-DRE SECTION.
           DISPLAY "Competencia (AAAAMM): ".
           ACCEPT COMPETENCIA-W FROM CONSOLE.
           DIVIDE COMPETENCIA-W BY 100 GIVING ANO-W REMAINDER MES-W.
           IF MES-W < 1 OR MES-W > 12
              DISPLAY "COMPETENCIA INVALIDA"
              GO GERA-DRE-FIM
           END-IF.
           COMPUTE DATA-INI-MES-W = COMPETENCIA-W * 100 + 1.
           COMPUTE DATA-FIM-MES-W = COMPETENCIA-W * 100 + 31.
           COMPUTE DATA-INI-ANO-W = ANO-W * 10000 + 101.
           COMPUTE DATA-INI-ANT-W = DATA-INI-MES-W - 10000.
           COMPUTE DATA-FIM-ANT-W = DATA-FIM-MES-W - 10000.
           INITIALIZE TAB-VALORES TAB-FILMES TAB-SEM-MAPA.
           MOVE ZEROS TO QT-SEM-MAPA-W QT-FORA-TABELA-W.
           PERFORM SOMA-RECEBIMENTOS.
           PERFORM SOMA-BAIXAS-CP.
           PERFORM SOMA-PAGAMENTOS-CAIXA.
           PERFORM SOMA-CUSTO-REVELACAO.
           PERFORM IMPRIME-DRE.
       GERA-DRE-FIM.
           EXIT.

       SOMA-RECEBIMENTOS SECTION.
           IF ST-CRD110 <> "00"
              GO SOMA-RECEBIMENTOS-FIM
           END-IF.
           INITIALIZE CHAVE-CR110.
           START CRD110 KEY IS NOT < CHAVE-CR110 INVALID KEY
                 MOVE "10" TO ST-CRD110.
           PERFORM UNTIL ST-CRD110 = "10"
              READ CRD110 NEXT RECORD AT END MOVE "10" TO ST-CRD110
              NOT AT END
                IF DATA-BAIXA-CR110 NOT < DATA-INI-ANT-W
                   AND DATA-BAIXA-CR110 NOT > DATA-FIM-MES-W
                   MOVE 1                   TO ORIGEM-W
                   MOVE CODIGO-COMPL-CR110  TO CODIGO-W
                   MOVE DATA-BAIXA-CR110    TO DATA-MOV-W
                   MOVE VALOR-BAIXADO-CR110 TO VALOR-MOV-W
                   PERFORM CLASSIFICA-APURACAO
                   PERFORM ACUMULA-MOVIMENTO
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD110.
       SOMA-RECEBIMENTOS-FIM.
           EXIT.

      *    O CENTRO DE CUSTO DO TITULO (CPD049) MAPEADO NO LAYOUT TEM
      *    PRECEDENCIA; SEM ELE VALE O CODIGO DE APURACAO DA BAIXA.
       SOMA-BAIXAS-CP SECTION.
           INITIALIZE CHAVE-CP30.
           START CPD030 KEY IS NOT < CHAVE-CP30 INVALID KEY
                 MOVE "10" TO ST-CPD030.
           PERFORM UNTIL ST-CPD030 = "10"
              READ CPD030 NEXT RECORD AT END MOVE "10" TO ST-CPD030
              NOT AT END
                IF DATA-BAIXA-CP30 NOT < DATA-INI-ANT-W
                   AND DATA-BAIXA-CP30 NOT > DATA-FIM-MES-W
                   MOVE 2                  TO ORIGEM-W
                   MOVE CODIGO-COMPL-CP30  TO CODIGO-W
                   MOVE DATA-BAIXA-CP30    TO DATA-MOV-W
                   COMPUTE VALOR-MOV-W = VALOR-BAIXADO-CP30 * -1
                   MOVE ZEROS TO LINHA-W
                   MOVE FORNEC-CP30 TO FORNEC-CP49
                   MOVE SEQ-CP30    TO SEQ-CP49
                   READ CPD049 INVALID KEY
                        MOVE ZEROS TO CCUSTO-CP49
                   END-READ
                   IF CCUSTO-CP49 > ZEROS
                      MOVE 2 TO TIPO-CP58
                      MOVE SPACES TO CODIGO-CP58
                      MOVE CCUSTO-CP49 TO CODIGO-CP58(1: 4)
                      READ CPD058 INVALID KEY
                           MOVE ZEROS TO LINHA-DRE-CP58
                      END-READ
                      MOVE LINHA-DRE-CP58 TO LINHA-W
                   END-IF
                   IF LINHA-W = ZEROS
                      PERFORM CLASSIFICA-APURACAO
                   END-IF
                   PERFORM ACUMULA-MOVIMENTO
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD030.

       SOMA-PAGAMENTOS-CAIXA SECTION.
           MOVE DATA-INI-ANT-W TO DATA-CX21.
           MOVE ZEROS          TO SEQ-CX21.
           START CXD021 KEY IS NOT < CHAVE-CX21 INVALID KEY
                 MOVE "10" TO ST-CXD021.
           PERFORM UNTIL ST-CXD021 = "10"
              READ CXD021 NEXT RECORD AT END MOVE "10" TO ST-CXD021
              NOT AT END
                IF DATA-CX21 > DATA-FIM-MES-W
                   MOVE "10" TO ST-CXD021
                ELSE
                   IF TIPO-CX21 = 2
                      MOVE 3                 TO ORIGEM-W
                      MOVE CODIGO-COMPL-CX21 TO CODIGO-W
                      MOVE DATA-CX21         TO DATA-MOV-W
                      COMPUTE VALOR-MOV-W = VALOR-CX21 * -1
                      PERFORM CLASSIFICA-APURACAO
                      PERFORM ACUMULA-MOVIMENTO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CXD021.

      *    FILMES DO PERIODO POR TIPO (LBD101), PRECIFICADOS NO FIM
      *    PELO CUSTO PADRAO LBD030 - O MESMO CALCULO DO LBP111 -
      *    SEMPRE NA LINHA DE CUSTO DE LABORATORIO.
       SOMA-CUSTO-REVELACAO SECTION.
           MOVE DATA-INI-ANT-W TO DATA-MOVTO-L101.
           MOVE ZEROS          TO SEQ-L101.
           START LBD101 KEY IS NOT < CHAVE-L101 INVALID KEY
                 MOVE "10" TO ST-LBD101.
           PERFORM UNTIL ST-LBD101 = "10"
              READ LBD101 NEXT RECORD AT END MOVE "10" TO ST-LBD101
              NOT AT END
                IF DATA-MOVTO-L101 > DATA-FIM-MES-W
                   MOVE "10" TO ST-LBD101
                ELSE
                   IF TIPO-FILME-L101 > ZEROS
                      MOVE TIPO-FILME-L101 TO IND-T
                      MOVE DATA-MOVTO-L101 TO DATA-MOV-W
                      IF DATA-MOV-W NOT < DATA-INI-MES-W
                         ADD QTDE-FILMES-L101 TO TF-QTDE(IND-T 1)
                      END-IF
                      IF DATA-MOV-W NOT < DATA-INI-ANO-W
                         ADD QTDE-FILMES-L101 TO TF-QTDE(IND-T 2)
                      END-IF
                      IF DATA-MOV-W NOT > DATA-FIM-ANT-W
                         ADD QTDE-FILMES-L101 TO TF-QTDE(IND-T 3)
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-LBD101.
           PERFORM VARYING IND-T FROM 1 BY 1 UNTIL IND-T > 99
              IF TF-QTDE(IND-T 2) > ZEROS OR TF-QTDE(IND-T 3) > ZEROS
                 MOVE IND-T TO CODIGO-LB30
                 READ LBD030 INVALID KEY
                      MOVE ZEROS TO CUSTO-PADRAO-L30
                 END-READ
                 IF CUSTO-PADRAO-L30 = ZEROS
                    MOVE 4      TO ORIGEM-W
                    MOVE SPACES TO CODIGO-W
                    MOVE IND-T  TO CODIGO-W(1: 2)
                    MOVE ZEROS  TO VALOR-MOV-W
                    PERFORM REGISTRA-SEM-MAPA
                 ELSE
                    PERFORM VARYING IND-C FROM 1 BY 1 UNTIL IND-C > 3
                       COMPUTE VAL-COL(3 IND-C) = VAL-COL(3 IND-C)
                             - TF-QTDE(IND-T IND-C) * CUSTO-PADRAO-L30
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM.

       CLASSIFICA-APURACAO SECTION.
           MOVE 1        TO TIPO-CP58.
           MOVE CODIGO-W TO CODIGO-CP58.
           READ CPD058 INVALID KEY
                MOVE ZEROS TO LINHA-DRE-CP58
           END-READ.
           MOVE LINHA-DRE-CP58 TO LINHA-W.

      *    DISTRIBUI VALOR-MOV-W NAS COLUNAS PELA DATA DO MOVIMENTO;
      *    SEM LINHA NO LAYOUT VAI PARA A LISTA DE CODIGOS SEM MAPA.
       ACUMULA-MOVIMENTO SECTION.
           IF LINHA-W = ZEROS OR LINHA-W > 7
              PERFORM REGISTRA-SEM-MAPA
              GO ACUMULA-MOVIMENTO-FIM
           END-IF.
           IF DATA-MOV-W NOT < DATA-INI-MES-W
              ADD VALOR-MOV-W TO VAL-COL(LINHA-W 1)
           END-IF.
           IF DATA-MOV-W NOT < DATA-INI-ANO-W
              ADD VALOR-MOV-W TO VAL-COL(LINHA-W 2)
           END-IF.
           IF DATA-MOV-W NOT > DATA-FIM-ANT-W
              ADD VALOR-MOV-W TO VAL-COL(LINHA-W 3)
           END-IF.
       ACUMULA-MOVIMENTO-FIM.
           EXIT.

       REGISTRA-SEM-MAPA SECTION.
           MOVE ZEROS TO IND-N.
           PERFORM VARYING IND-L FROM 1 BY 1
                   UNTIL IND-L > QT-SEM-MAPA-W OR IND-N > ZEROS
              IF NM-ORIGEM(IND-L) = ORIGEM-W
                 AND NM-CODIGO(IND-L) = CODIGO-W
                 MOVE IND-L TO IND-N
              END-IF
           END-PERFORM.
           IF IND-N = ZEROS
              IF QT-SEM-MAPA-W NOT < 200
                 ADD 1 TO QT-FORA-TABELA-W
                 GO REGISTRA-SEM-MAPA-FIM
              END-IF
              ADD 1 TO QT-SEM-MAPA-W
              MOVE QT-SEM-MAPA-W TO IND-N
              MOVE ORIGEM-W      TO NM-ORIGEM(IND-N)
              MOVE CODIGO-W      TO NM-CODIGO(IND-N)
           END-IF.
           IF ORIGEM-W = 4
              PERFORM VARYING IND-C FROM 1 BY 1 UNTIL IND-C > 3
                 MOVE TF-QTDE(IND-T IND-C) TO NM-VALOR(IND-N IND-C)
              END-PERFORM
              GO REGISTRA-SEM-MAPA-FIM
           END-IF.
           IF DATA-MOV-W NOT < DATA-INI-MES-W
              ADD VALOR-MOV-W TO NM-VALOR(IND-N 1)
           END-IF.
           IF DATA-MOV-W NOT < DATA-INI-ANO-W
              ADD VALOR-MOV-W TO NM-VALOR(IND-N 2)
           END-IF.
           IF DATA-MOV-W NOT > DATA-FIM-ANT-W
              ADD VALOR-MOV-W TO NM-VALOR(IND-N 3)
           END-IF.
       REGISTRA-SEM-MAPA-FIM.
           EXIT.

       IMPRIME-DRE SECTION.
           MOVE MES-W TO MES-REL.
           MOVE ANO-W TO ANO-REL.
           OPEN OUTPUT RELAT.
           WRITE REG-RELAT FROM CAB01.
           WRITE REG-RELAT FROM CAB02.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB02.
           INITIALIZE TAB-SUBTOTAL.
           MOVE 1 TO IND-L.
           PERFORM IMPRIME-LINHA-DRE.
           MOVE 2 TO IND-L.
           PERFORM IMPRIME-LINHA-DRE.
           MOVE "= RECEITA LIQUIDA" TO DESC-REL.
           PERFORM IMPRIME-SUBTOTAL.
           MOVE 3 TO IND-L.
           PERFORM IMPRIME-LINHA-DRE.
           MOVE 4 TO IND-L.
           PERFORM IMPRIME-LINHA-DRE.
           MOVE "= LUCRO BRUTO" TO DESC-REL.
           PERFORM IMPRIME-SUBTOTAL.
           MOVE 5 TO IND-L.
           PERFORM IMPRIME-LINHA-DRE.
           MOVE 6 TO IND-L.
           PERFORM IMPRIME-LINHA-DRE.
           MOVE 7 TO IND-L.
           PERFORM IMPRIME-LINHA-DRE.
           MOVE "= RESULTADO LIQUIDO" TO DESC-REL.
           PERFORM IMPRIME-SUBTOTAL.
           IF QT-SEM-MAPA-W > ZEROS
              WRITE REG-RELAT FROM CAB04 AFTER 2
              WRITE REG-RELAT FROM CAB02
              PERFORM VARYING IND-N FROM 1 BY 1
                      UNTIL IND-N > QT-SEM-MAPA-W
                 PERFORM IMPRIME-SEM-MAPA
              END-PERFORM
           END-IF.
           IF QT-FORA-TABELA-W > ZEROS
              MOVE SPACES TO LINDET
              STRING "MAIS " QT-FORA-TABELA-W
                     " MOVIMENTO(S) DE CODIGOS SEM LINHA NAO LISTADOS"
                     DELIMITED BY SIZE INTO LINDET
              WRITE REG-RELAT FROM LINDET
           END-IF.
           CLOSE RELAT.
           DISPLAY "DRE IMPRESSA - CODIGOS SEM LINHA: " QT-SEM-MAPA-W.

       IMPRIME-LINHA-DRE SECTION.
           MOVE DESC-LINHA(IND-L) TO DESC-REL.
           PERFORM VARYING IND-C FROM 1 BY 1 UNTIL IND-C > 3
              MOVE VAL-COL(IND-L IND-C) TO VALOR-COL-REL(IND-C)
              ADD VAL-COL(IND-L IND-C)  TO SUB-COL(IND-C)
           END-PERFORM.
           WRITE REG-RELAT FROM LINDET.

       IMPRIME-SUBTOTAL SECTION.
           PERFORM VARYING IND-C FROM 1 BY 1 UNTIL IND-C > 3
              MOVE SUB-COL(IND-C) TO VALOR-COL-REL(IND-C)
           END-PERFORM.
           WRITE REG-RELAT FROM LINDET AFTER 2.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.

      *    FILME SEM CUSTO PADRAO SAI COM A QUANTIDADE DE FILMES NAS
      *    COLUNAS, NAO COM VALOR.
       IMPRIME-SEM-MAPA SECTION.
           MOVE SPACES TO LINDET2 DESC-CODIGO-REL.
           MOVE DESC-ORIGEM(NM-ORIGEM(IND-N)) TO ORIGEM-REL.
           MOVE NM-CODIGO(IND-N)              TO CODIGO-REL.
           IF NM-ORIGEM(IND-N) = 4
              MOVE "(QTDE FILMES)" TO DESC-CODIGO-REL
           ELSE
              MOVE NM-CODIGO(IND-N) TO CODIGO-COMPL-CX20
              READ CXD020 INVALID KEY
                   MOVE SPACES TO DESCRICAO-CX20
              END-READ
              MOVE DESCRICAO-CX20 TO DESC-CODIGO-REL
           END-IF.
           MOVE LINDET2 TO DESC-REL.
           PERFORM VARYING IND-C FROM 1 BY 1 UNTIL IND-C > 3
              MOVE NM-VALOR(IND-N IND-C) TO VALOR-COL-REL(IND-C)
           END-PERFORM.
           WRITE REG-RELAT FROM LINDET.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CPD030 CPD048 CPD049 CPD058 CRD110 CXD020 CXD021
                 LBD030 LBD101.
           EXIT PROGRAM.
