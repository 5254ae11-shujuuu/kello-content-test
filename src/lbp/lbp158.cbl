       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP158.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Tabela de frete das transportadoras e gasto acima da
      *menor cotação - a escolha da transportadora na remessa era
      *feita por hábito, sem saber qual era a mais barata ou a mais
      *rápida para o destino:
      *  TABELA ....: faixas de preço por transportadora (LBD216) e
      *               cidade de destino (faixas de CEP do CGD021;
      *               cidade 0000 = demais destinos), por quantidade
      *               de volumes, com o prazo de entrega (LBD076);
      *  COTACAO ...: simula a cotação de um contrato ou CEP pelo
      *               subprograma LBP159 - o mesmo que o pop-up de
      *               transportadora (LBP216T) e a remessa nova
      *               (LBP215) usam - por preço e por prazo;
      *  RELATORIO .: remessas do mês com cotação gravada (LBD215):
      *               preço da transportadora escolhida contra a
      *               menor cotação, e o quanto se gastou acima dela,
      *               por transportadora escolhida.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LBPX076.
           COPY LBPX215.
           COPY LBPX216.
           COPY CGPX021.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY LBPW076.
       COPY LBPW215.
       COPY LBPW216.
       COPY CGPW021.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(120).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-LBD076             PIC XX       VALUE SPACES.
           05  ST-LBD215             PIC XX       VALUE SPACES.
           05  ST-LBD216             PIC XX       VALUE SPACES.
           05  ST-CGD021             PIC XX       VALUE SPACES.
           05  CGD021-EXISTE-W       PIC 9        VALUE ZEROS.
           05  PATH-LBD215           PIC X(30)    VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  MES-W                 PIC 9(6)     VALUE ZEROS.
           05  TRANSP-W              PIC 9(3)     VALUE ZEROS.
           05  CIDADE-W              PIC 9(4)     VALUE ZEROS.
           05  FAIXA-W               PIC 9(2)     VALUE ZEROS.
           05  VOLUMES-W             PIC 9(3)     VALUE ZEROS.
           05  PRECO-W               PIC 9(6)V99  VALUE ZEROS.
           05  DIAS-W                PIC 9(3)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(8)     VALUE ZEROS.
           05  CEP-W                 PIC 9(8)     VALUE ZEROS.
           05  GRAVA-W               PIC 9        VALUE ZEROS.
           05  PRECO-ED-W            PIC ZZZ.ZZ9,99.
           05  IND-I                 PIC 9(2)     VALUE ZEROS.
           05  IND-P                 PIC 9(2)     VALUE ZEROS.
           05  IND-T                 PIC 9(4)     VALUE ZEROS.
           05  GASTO-W               PIC 9(6)V99  VALUE ZEROS.
           05  DIFERENCA-W           PIC S9(6)V99 VALUE ZEROS.
           05  QT-REMESSAS-W         PIC 9(5)     VALUE ZEROS.
      *    TOTAIS DO MES POR TRANSPORTADORA ESCOLHIDA; A POSICAO E O
      *    CODIGO + 1 (MESMO CRITERIO DO LBP155).
           05  TAB-TRANSP.
               10  TT-OCC OCCURS 1000 TIMES.
                   15  TT-QT             PIC 9(5).
                   15  TT-QT-ACIMA       PIC 9(5).
                   15  TT-GASTO          PIC 9(9)V99.
                   15  TT-MENOR          PIC 9(9)V99.
                   15  TT-DIFERENCA      PIC S9(9)V99.
           05  TOT-QT-W              PIC 9(5)     VALUE ZEROS.
           05  TOT-QT-ACIMA-W        PIC 9(5)     VALUE ZEROS.
           05  TOT-GASTO-W           PIC 9(9)V99  VALUE ZEROS.
           05  TOT-MENOR-W           PIC 9(9)V99  VALUE ZEROS.
           05  TOT-DIFERENCA-W       PIC S9(9)V99 VALUE ZEROS.
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
           COPY LBPW159C.

       01  CAB01.
           05  EMPRESA-REL         PIC X(100)  VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(50)   VALUE
               "FRETE DAS REMESSAS X MENOR COTACAO - MES/ANO ".
           05  MES-REL             PIC 99/9999.
       01  CAB03.
           05  FILLER              PIC X(120)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(44)   VALUE
               "REMESS CONTRATO DATA REMES ESCOLHIDA        ".
           05  FILLER              PIC X(44)   VALUE
               "    VL COTADO MENOR COTACAO         VL MENOR".
           05  FILLER              PIC X(32)   VALUE
               " ACIMA MENOR OBS".
       01  LINDET.
           05  REMESSA-REL         PIC 9(6).
           05  FILLER              PIC X       VALUE SPACES.
           05  CONTRATO-REL        PIC 9(8).
           05  FILLER              PIC X       VALUE SPACES.
           05  DATA-REL            PIC 99/99/9999.
           05  FILLER              PIC X       VALUE SPACES.
           05  ESCOLHIDA-REL       PIC 999.
           05  FILLER              PIC X       VALUE SPACES.
           05  NOME-ESCOLHIDA-REL  PIC X(15).
           05  FILLER              PIC X       VALUE SPACES.
           05  VL-ESCOLHIDA-REL    PIC ZZZ.ZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  MENOR-REL           PIC 999.
           05  FILLER              PIC X       VALUE SPACES.
           05  NOME-MENOR-REL      PIC X(15).
           05  FILLER              PIC X       VALUE SPACES.
           05  VL-MENOR-REL        PIC ZZZ.ZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  DIFERENCA-REL       PIC -ZZZ.ZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  OBS-REL             PIC X(10).
       01  CAB05.
           05  FILLER              PIC X(40)   VALUE
               "RESUMO POR TRANSPORTADORA ESCOLHIDA".
       01  CAB06.
           05  FILLER              PIC X(44)   VALUE
               "TRANSPORTADORA ESCOLHIDA   QTDE ACIMA    VAL".
           05  FILLER              PIC X(40)   VALUE
               "OR COTADO   MENOR COTACAO    ACIMA MENOR".
       01  LINRES.
           05  TRANSP-RES          PIC 999.
           05  FILLER              PIC X       VALUE SPACES.
           05  NOME-RES            PIC X(20).
           05  FILLER              PIC X       VALUE SPACES.
           05  QT-RES              PIC ZZZZZ9.
           05  QT-ACIMA-RES        PIC ZZZZZ9.
           05  FILLER              PIC X       VALUE SPACES.
           05  GASTO-RES           PIC ZZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  MENOR-RES           PIC ZZZZ.ZZZ.ZZ9,99.
           05  DIFERENCA-RES       PIC -ZZZ.ZZZ.ZZ9,99.
       01  DATA-CONV-W             PIC 9(8)    VALUE ZEROS.
       01  DATA-DDMMAAAA-W         PIC 9(8)    VALUE ZEROS.
       01  MES-CONV-W              PIC 9(6)    VALUE ZEROS.

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
           MOVE "LBD076" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD076.
           MOVE "LBD215" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD215.
           MOVE "LBD216" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD216.
           MOVE "CGD021" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD021.
           OPEN I-O LBD076.
           IF ST-LBD076 = "35"
              OPEN OUTPUT LBD076
              CLOSE       LBD076
              OPEN I-O    LBD076
           END-IF.
           OPEN INPUT LBD215.
           OPEN INPUT LBD216.
      *    FAIXAS DE CEP: SO NA EMPRESA QUE JA USA O CGP032
           OPEN INPUT CGD021.
           IF ST-CGD021 = "00"
              MOVE 1 TO CGD021-EXISTE-W
           END-IF.
           IF ST-LBD076 <> "00"
              DISPLAY "ERRO ABERTURA LBD076: " ST-LBD076
              MOVE 1 TO ERRO-W.
           IF ST-LBD215 <> "00"
              DISPLAY "ERRO ABERTURA LBD215: " ST-LBD215
              MOVE 1 TO ERRO-W.
           IF ST-LBD216 <> "00"
              DISPLAY "ERRO ABERTURA LBD216: " ST-LBD216
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "LBP158" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA LBP158"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-TABELA DE FRETE  2-COTACAO  "
                   "3-RELATORIO  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM MANTEM-TABELA
              WHEN 2 PERFORM SIMULA-COTACAO
              WHEN 3 PERFORM RELATORIO-FRETE
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    TABELA DE FRETE (LBD076)
      *----------------------------------------------------------------
       MANTEM-TABELA SECTION.
           DISPLAY "Codigo da transportadora (LBD216): ".
           ACCEPT TRANSP-W FROM CONSOLE.
           MOVE TRANSP-W TO CODIGO-L216.
           READ LBD216 INVALID KEY
                DISPLAY "TRANSPORTADORA NAO CADASTRADA (LBP216)"
                GO MANTEM-TABELA-FIM
           END-READ.
           DISPLAY "TRANSPORTADORA " CODIGO-L216 " - " NOME-L216
                   "  PRAZO PADRAO " DIAS-ENTREGA-L216 " DIAS".
           DISPLAY "Cidade de destino (0 = DEMAIS DESTINOS): ".
           ACCEPT CIDADE-W FROM CONSOLE.
           IF CIDADE-W <> ZEROS
              PERFORM VERIFICA-FAIXA-CEP
           END-IF.
           PERFORM LISTA-FAIXAS.
           DISPLAY "Faixa (1 a 99, 0 = VOLTAR): ".
           ACCEPT FAIXA-W FROM CONSOLE.
           IF FAIXA-W = ZEROS
              GO MANTEM-TABELA-FIM
           END-IF.
           MOVE TRANSP-W TO TRANSP-L76.
           MOVE CIDADE-W TO CIDADE-L76.
           MOVE FAIXA-W  TO FAIXA-L76.
           MOVE ZEROS TO GRAVA-W.
           READ LBD076 INVALID KEY
                MOVE 1 TO GRAVA-W
           END-READ.
           DISPLAY "Ate quantos volumes (0 = EXCLUIR A FAIXA): ".
           ACCEPT VOLUMES-W FROM CONSOLE.
           IF VOLUMES-W = ZEROS
              IF GRAVA-W = 0
                 DELETE LBD076 INVALID KEY
                      DISPLAY "ERRO EXCLUSAO LBD076: " ST-LBD076
                 END-DELETE
                 DISPLAY "FAIXA EXCLUIDA."
              END-IF
              GO MANTEM-TABELA-FIM
           END-IF.
           DISPLAY "Preco da faixa (digitos, 2 decimais): ".
           ACCEPT PRECO-W FROM CONSOLE.
           IF PRECO-W = ZEROS
              DISPLAY "PRECO OBRIGATORIO"
              GO MANTEM-TABELA-FIM
           END-IF.
           DISPLAY "Prazo de entrega em dias (0 = PADRAO "
                   DIAS-ENTREGA-L216 "): ".
           ACCEPT DIAS-W FROM CONSOLE.
           IF GRAVA-W = 1
              INITIALIZE REG-LBD076
              MOVE TRANSP-W TO TRANSP-L76
              MOVE CIDADE-W TO CIDADE-L76
              MOVE FAIXA-W  TO FAIXA-L76
           END-IF.
           MOVE VOLUMES-W     TO VOLUMES-ATE-L76.
           MOVE PRECO-W       TO PRECO-L76.
           MOVE DIAS-W        TO DIAS-ENTREGA-L76.
           MOVE DATA-HOJE-W   TO DATA-ALTERACAO-L76.
           MOVE COD-USUARIO-W TO USUARIO-L76.
           IF GRAVA-W = 1
              WRITE REG-LBD076 INVALID KEY
                   DISPLAY "ERRO GRAVACAO LBD076: " ST-LBD076
                   GO MANTEM-TABELA-FIM
              END-WRITE
           ELSE
              REWRITE REG-LBD076 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO LBD076: " ST-LBD076
                   GO MANTEM-TABELA-FIM
              END-REWRITE
           END-IF.
           DISPLAY "FAIXA GRAVADA.".
       MANTEM-TABELA-FIM.
           EXIT.

      *    A COTACAO LOCALIZA A CIDADE PELO CEP NAS FAIXAS DO CGD021;
      *    CIDADE SEM FAIXA SO E ALCANCADA PELA CIDADE DO CADASTRO DO
      *    CLIENTE - AVISA, MAS ACEITA.
       VERIFICA-FAIXA-CEP SECTION.
           IF CGD021-EXISTE-W = 0
              GO VERIFICA-FAIXA-CEP-FIM
           END-IF.
           MOVE CIDADE-W TO CIDADE-CG21.
           MOVE ZEROS    TO SEQ-CG21.
           START CGD021 KEY IS NOT < CHAVE-CG21 INVALID KEY
                 MOVE "10" TO ST-CGD021.
           IF ST-CGD021 <> "10"
              READ CGD021 NEXT RECORD AT END MOVE "10" TO ST-CGD021
              END-READ
           END-IF.
           IF ST-CGD021 = "10" OR CIDADE-CG21 <> CIDADE-W
              DISPLAY "*** CIDADE SEM FAIXA DE CEP NO CGD021 (CGP032)"
           END-IF.
           MOVE ZEROS TO ST-CGD021.
       VERIFICA-FAIXA-CEP-FIM.
           EXIT.

       LISTA-FAIXAS SECTION.
           MOVE TRANSP-W TO TRANSP-L76.
           MOVE CIDADE-W TO CIDADE-L76.
           MOVE ZEROS    TO FAIXA-L76.
           START LBD076 KEY IS NOT < CHAVE-L76 INVALID KEY
                 MOVE "10" TO ST-LBD076.
           PERFORM UNTIL ST-LBD076 = "10"
              READ LBD076 NEXT RECORD AT END MOVE "10" TO ST-LBD076
              NOT AT END
                IF TRANSP-L76 <> TRANSP-W OR CIDADE-L76 <> CIDADE-W
                   MOVE "10" TO ST-LBD076
                ELSE
                   MOVE PRECO-L76 TO PRECO-ED-W
                   DISPLAY "FAIXA " FAIXA-L76 "  ATE "
                           VOLUMES-ATE-L76 " VOL  PRECO " PRECO-ED-W
                           "  PRAZO " DIAS-ENTREGA-L76
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD076.

      *----------------------------------------------------------------
      *    SIMULACAO DA COTACAO (SUBPROGRAMA LBP159)
      *----------------------------------------------------------------
       SIMULA-COTACAO SECTION.
           DISPLAY "Contrato (0 = INFORMAR O CEP): ".
           ACCEPT CONTRATO-W FROM CONSOLE.
           MOVE ZEROS TO CEP-W.
           IF CONTRATO-W = ZEROS
              DISPLAY "CEP de destino: "
              ACCEPT CEP-W FROM CONSOLE
           END-IF.
           DISPLAY "Volumes (0 = ITENS DE ALBUM DO CONTRATO): ".
           ACCEPT VOLUMES-W FROM CONSOLE.
           MOVE CONTRATO-W TO LBP159-CONTRATO.
           MOVE CEP-W      TO LBP159-CEP.
           MOVE VOLUMES-W  TO LBP159-VOLUMES.
           CALL "LBP159" USING PARAMETROS-W LBP159-PARAMETROS.
           CANCEL "LBP159".
           IF LBP159-RESULTADO = ZEROS
              DISPLAY "SEM COTACAO - CEP NAO ENCONTRADO OU DESTINO "
                      "FORA DA TABELA DE FRETE"
              GO SIMULA-COTACAO-FIM
           END-IF.
           DISPLAY "CEP " LBP159-CEP "  CIDADE " LBP159-CIDADE
                   "  VOLUMES " LBP159-VOLUMES.
           DISPLAY "POR PRECO:".
           PERFORM VARYING IND-I FROM 1 BY 1
                   UNTIL IND-I > LBP159-QT-COTACOES
              MOVE IND-I TO IND-P
              PERFORM MOSTRA-COTACAO
           END-PERFORM.
           DISPLAY "POR PRAZO:".
           PERFORM VARYING IND-I FROM 1 BY 1
                   UNTIL IND-I > LBP159-QT-COTACOES
              MOVE LBP159-ORDEM-PRAZO(IND-I) TO IND-P
              PERFORM MOSTRA-COTACAO
           END-PERFORM.
       SIMULA-COTACAO-FIM.
           EXIT.

       MOSTRA-COTACAO SECTION.
           MOVE LBP159-TRANSP(IND-P) TO CODIGO-L216.
           READ LBD216 INVALID KEY MOVE SPACES TO NOME-L216
           END-READ.
           MOVE LBP159-PRECO(IND-P) TO PRECO-ED-W.
           DISPLAY "  " CODIGO-L216 " " NOME-L216 "  " PRECO-ED-W
                   "  " LBP159-DIAS(IND-P) " DIAS".

      *----------------------------------------------------------------
      *    RELATORIO MENSAL: GASTO ACIMA DA MENOR COTACAO
      *----------------------------------------------------------------
      *    GASTO DA REMESSA = PRECO COTADO DA ESCOLHIDA; SEM PRECO NA
      *    TABELA PARA ELA, O FRETE LANCADO NO DESPACHO (LBP134).
       RELATORIO-FRETE SECTION.
           DISPLAY "Mes das remessas (AAAAMM, 0 = MES ATUAL): ".
           ACCEPT MES-W FROM CONSOLE.
           IF MES-W = ZEROS
              MOVE DATA-HOJE-W(1: 6) TO MES-W
           END-IF.
           MOVE MES-W(5: 2) TO MES-CONV-W(1: 2).
           MOVE MES-W(1: 4) TO MES-CONV-W(3: 4).
           MOVE MES-CONV-W  TO MES-REL.
           INITIALIZE TAB-TRANSP.
           MOVE ZEROS TO TOT-QT-W TOT-QT-ACIMA-W TOT-GASTO-W
                         TOT-MENOR-W TOT-DIFERENCA-W QT-REMESSAS-W.
           OPEN OUTPUT RELAT.
           MOVE ZEROS TO PAGE-COUNT.
           PERFORM CABECALHO.
           MOVE ZEROS TO NUMERO-REMESSA-L215.
           START LBD215 KEY IS NOT < CHAVE-L215 INVALID KEY
                 MOVE "10" TO ST-LBD215.
           PERFORM UNTIL ST-LBD215 = "10"
              READ LBD215 NEXT RECORD AT END MOVE "10" TO ST-LBD215
              NOT AT END
                IF DATA-REMESSA-L215(1: 6) = MES-W
                   AND TRANSP-MENOR-L215 <> ZEROS
                   PERFORM IMPRIME-LINHA-REMESSA
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD215.
           PERFORM RESUMO-TRANSPORTADORAS.
           CLOSE RELAT.
           DISPLAY "RELATORIO IMPRESSO - REMESSAS COTADAS NO MES: "
                   QT-REMESSAS-W.

       IMPRIME-LINHA-REMESSA SECTION.
           ADD 1 TO QT-REMESSAS-W.
           MOVE NUMERO-REMESSA-L215 TO REMESSA-REL.
           MOVE CONTRATO-L215       TO CONTRATO-REL.
           MOVE DATA-REMESSA-L215   TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W     TO DATA-REL.
           MOVE TRANSP-COD-L215     TO ESCOLHIDA-REL CODIGO-L216.
           READ LBD216 INVALID KEY MOVE SPACES TO NOME-L216
           END-READ.
           MOVE NOME-L216           TO NOME-ESCOLHIDA-REL.
           MOVE TRANSP-MENOR-L215   TO MENOR-REL CODIGO-L216.
           READ LBD216 INVALID KEY MOVE SPACES TO NOME-L216
           END-READ.
           MOVE NOME-L216           TO NOME-MENOR-REL.
           MOVE COTACAO-MENOR-L215  TO VL-MENOR-REL.
           MOVE SPACES              TO OBS-REL.
           MOVE COTACAO-ESCOLHIDA-L215 TO GASTO-W.
           IF GASTO-W = ZEROS
              MOVE VALOR-FRETE-L215 TO GASTO-W
              MOVE "FRETE REAL" TO OBS-REL
           END-IF.
           MOVE GASTO-W             TO VL-ESCOLHIDA-REL.
           COMPUTE IND-T = TRANSP-COD-L215 + 1.
           IF GASTO-W = ZEROS
              MOVE ZEROS TO DIFERENCA-REL
              MOVE "SEM PRECO" TO OBS-REL
           ELSE
              COMPUTE DIFERENCA-W = GASTO-W - COTACAO-MENOR-L215
              MOVE DIFERENCA-W TO DIFERENCA-REL
              ADD 1                  TO TT-QT(IND-T)
              ADD GASTO-W            TO TT-GASTO(IND-T)
              ADD COTACAO-MENOR-L215 TO TT-MENOR(IND-T)
              ADD DIFERENCA-W        TO TT-DIFERENCA(IND-T)
              IF DIFERENCA-W > ZEROS
                 ADD 1 TO TT-QT-ACIMA(IND-T)
              END-IF
           END-IF.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.

       RESUMO-TRANSPORTADORAS SECTION.
           IF LIN > 48 PERFORM CABECALHO END-IF.
           WRITE REG-RELAT FROM CAB05 AFTER 3.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB06.
           WRITE REG-RELAT FROM CAB03.
           ADD 6 TO LIN.
           PERFORM IMPRIME-LINHA-RESUMO
                   VARYING IND-T FROM 1 BY 1 UNTIL IND-T > 1000.
           MOVE ZEROS             TO TRANSP-RES.
           MOVE "TOTAL DO MES"    TO NOME-RES.
           MOVE TOT-QT-W          TO QT-RES.
           MOVE TOT-QT-ACIMA-W    TO QT-ACIMA-RES.
           MOVE TOT-GASTO-W       TO GASTO-RES.
           MOVE TOT-MENOR-W       TO MENOR-RES.
           MOVE TOT-DIFERENCA-W   TO DIFERENCA-RES.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINRES.

       IMPRIME-LINHA-RESUMO SECTION.
           IF TT-QT(IND-T) = ZEROS
              GO IMPRIME-LINHA-RESUMO-FIM
           END-IF.
           COMPUTE TRANSP-RES = IND-T - 1.
           COMPUTE CODIGO-L216 = IND-T - 1.
           READ LBD216 INVALID KEY MOVE SPACES TO NOME-L216
           END-READ.
           MOVE NOME-L216              TO NOME-RES.
           MOVE TT-QT(IND-T)           TO QT-RES.
           MOVE TT-QT-ACIMA(IND-T)     TO QT-ACIMA-RES.
           MOVE TT-GASTO(IND-T)        TO GASTO-RES.
           MOVE TT-MENOR(IND-T)        TO MENOR-RES.
           MOVE TT-DIFERENCA(IND-T)    TO DIFERENCA-RES.
           WRITE REG-RELAT FROM LINRES.
           ADD TT-QT(IND-T)        TO TOT-QT-W.
           ADD TT-QT-ACIMA(IND-T)  TO TOT-QT-ACIMA-W.
           ADD TT-GASTO(IND-T)     TO TOT-GASTO-W.
           ADD TT-MENOR(IND-T)     TO TOT-MENOR-W.
           ADD TT-DIFERENCA(IND-T) TO TOT-DIFERENCA-W.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.
       IMPRIME-LINHA-RESUMO-FIM.
           EXIT.

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
           CLOSE LBD076 LBD215 LBD216.
           IF CGD021-EXISTE-W = 1 CLOSE CGD021 END-IF.
           EXIT PROGRAM.
