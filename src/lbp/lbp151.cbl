       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP151.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Catálogo de produtos e tabela de preços da empresa -
      *substitui a descrição livre do item de contrato e a tabela
      *impressa do balcão:
      *  PRODUTO ....: código, tipo (álbum, vídeo, fotos avulsas,
      *                cópia de vídeo), descrição e situação (LBD062);
      *  PRECO ......: preço novo com início (e fim opcional) de
      *                vigência; fecha a vigência do preço anterior
      *                no dia anterior. Histórico em LBD063, nunca
      *                alterado para trás (início a partir de hoje);
      *  HISTORICO ..: preços do produto e o preço em vigor numa data
      *                (por exemplo, a da venda do contrato);
      *  TABELA .....: tabela de preços em vigor, impressa;
      *  IMPORTAR ...: traz a tabela das cópias extras do LBP144
      *                (LBD050) para o catálogo com os mesmos códigos.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LBPX050.
           COPY LBPX062.
           COPY LBPX063.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY LBPW050.
       COPY LBPW062.
       COPY LBPW063.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(80).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
           COPY "CPTIME.CPY".
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-LBD050             PIC XX       VALUE SPACES.
           05  ST-LBD062             PIC XX       VALUE SPACES.
           05  ST-LBD063             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  PRODUTO-W             PIC 9(3)     VALUE ZEROS.
           05  TIPO-W                PIC 9        VALUE ZEROS.
           05  DESCRICAO-W           PIC X(30)    VALUE SPACES.
           05  VALOR-W               PIC 9(6)V99  VALUE ZEROS.
           05  INICIO-W              PIC 9(8)     VALUE ZEROS.
           05  FIM-W                 PIC 9(8)     VALUE ZEROS.
           05  DATA-CONSULTA-W       PIC 9(8)     VALUE ZEROS.
      *    PRECO EM VIGOR NA DATA DE CONSULTA / ULTIMO DO HISTORICO
           05  VIGOR-VALOR-W         PIC 9(6)V99  VALUE ZEROS.
           05  VIGOR-INICIO-W        PIC 9(8)     VALUE ZEROS.
           05  VIGOR-FIM-W           PIC 9(8)     VALUE ZEROS.
           05  ULT-INICIO-W          PIC 9(8)     VALUE ZEROS.
           05  ULT-FIM-W             PIC 9(8)     VALUE ZEROS.
           05  QT-PRECOS-W           PIC 9(3)     VALUE ZEROS.
           05  QT-IMPORTADOS-W       PIC 9(3)     VALUE ZEROS.
           05  QT-PRODUTOS-W         PIC 9(3)     VALUE ZEROS.
           05  DATA-CONV-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-DDMMAAAA-W       PIC 9(8)     VALUE ZEROS.
           05  TAB-TIPOS-VALORES.
               10  FILLER  PIC X(15) VALUE "ALBUM".
               10  FILLER  PIC X(15) VALUE "VIDEO".
               10  FILLER  PIC X(15) VALUE "FOTOS AVULSAS".
               10  FILLER  PIC X(15) VALUE "COPIA DE VIDEO".
           05  TAB-TIPOS REDEFINES TAB-TIPOS-VALORES.
               10  NOME-TIPO-W OCCURS 4 TIMES PIC X(15).
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
           05  EMPRESA-REL         PIC X(60)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(33)   VALUE
               "TABELA DE PRECOS EM VIGOR EM ".
           05  DATA-REL            PIC 99/99/9999.
       01  CAB03.
           05  FILLER              PIC X(80)   VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(5)    VALUE "COD".
           05  FILLER              PIC X(31)   VALUE "DESCRICAO".
           05  FILLER              PIC X(16)   VALUE "TIPO".
           05  FILLER              PIC X(11)   VALUE "     PRECO".
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(15)   VALUE "VIGENTE DESDE".
       01  LINDET.
           05  LINDET-REL          PIC X(80)   VALUE SPACES.
       01  DATA-ED-W               PIC 99/99/9999.
       01  VALOR-ED-W              PIC ZZZ.ZZ9,99.

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
           MOVE "LBD050" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD050.
           MOVE "LBD062" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD062.
           MOVE "LBD063" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD063.
           OPEN I-O LBD062.
           IF ST-LBD062 = "35"
              OPEN OUTPUT LBD062
              CLOSE       LBD062
              OPEN I-O    LBD062
           END-IF.
           OPEN I-O LBD063.
           IF ST-LBD063 = "35"
              OPEN OUTPUT LBD063
              CLOSE       LBD063
              OPEN I-O    LBD063
           END-IF.
           IF ST-LBD062 <> "00"
              DISPLAY "ERRO ABERTURA LBD062: " ST-LBD062
              MOVE 1 TO ERRO-W.
           IF ST-LBD063 <> "00"
              DISPLAY "ERRO ABERTURA LBD063: " ST-LBD063
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "LBP151" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA LBP151"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-PRODUTO  2-PRECO  3-HISTORICO  "
                   "4-TABELA  5-IMPORTAR  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM MANTEM-PRODUTO
              WHEN 2 PERFORM NOVO-PRECO
              WHEN 3 PERFORM HISTORICO-PRECOS
              WHEN 4 PERFORM IMPRIME-TABELA
              WHEN 5 PERFORM IMPORTA-COPIAS
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    CADASTRO DO PRODUTO
      *----------------------------------------------------------------
       MANTEM-PRODUTO SECTION.
           DISPLAY "Codigo do produto (0 = LISTAR): ".
           ACCEPT PRODUTO-W FROM CONSOLE.
           IF PRODUTO-W = ZEROS
              PERFORM LISTA-PRODUTOS
              GO MANTEM-PRODUTO-FIM
           END-IF.
           MOVE PRODUTO-W TO CODIGO-L62.
           READ LBD062 INVALID KEY
                INITIALIZE REG-LBD062
                MOVE PRODUTO-W TO CODIGO-L62
                MOVE "10" TO ST-LBD062
              NOT INVALID KEY
                DISPLAY DESCRICAO-L62 " TIPO " TIPO-L62 " "
                        NOME-TIPO-W(TIPO-L62) " SITUACAO "
                        SITUACAO-L62
           END-READ.
           DISPLAY "Descricao: ".
           ACCEPT DESCRICAO-W FROM CONSOLE.
           IF DESCRICAO-W <> SPACES
              MOVE DESCRICAO-W TO DESCRICAO-L62
           END-IF.
           IF DESCRICAO-L62 = SPACES
              DISPLAY "DESCRICAO OBRIGATORIA"
              MOVE ZEROS TO ST-LBD062
              GO MANTEM-PRODUTO-FIM
           END-IF.
           DISPLAY "Tipo (1-ALBUM  2-VIDEO  3-FOTOS AVULSAS  "
                   "4-COPIA DE VIDEO): ".
           ACCEPT TIPO-W FROM CONSOLE.
           IF TIPO-W < 1 OR TIPO-W > 4
              DISPLAY "TIPO INVALIDO"
              MOVE ZEROS TO ST-LBD062
              GO MANTEM-PRODUTO-FIM
           END-IF.
           MOVE TIPO-W TO TIPO-L62.
           DISPLAY "Situacao (0-ATIVO  1-INATIVO): ".
           ACCEPT SITUACAO-L62 FROM CONSOLE.
           MOVE DATA-HOJE-W   TO DATA-ALTERACAO-L62.
           MOVE COD-USUARIO-W TO USUARIO-L62.
           IF ST-LBD062 = "10"
              WRITE REG-LBD062 INVALID KEY
                 DISPLAY "ERRO GRAVACAO LBD062: " ST-LBD062
              END-WRITE
              DISPLAY "PRODUTO INCLUIDO - INFORMAR O PRECO (OPCAO 2)"
           ELSE
              REWRITE REG-LBD062 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO LBD062: " ST-LBD062
              END-REWRITE
           END-IF.
           MOVE ZEROS TO ST-LBD062.
       MANTEM-PRODUTO-FIM.
           EXIT.

       LISTA-PRODUTOS SECTION.
           MOVE ZEROS TO CODIGO-L62.
           START LBD062 KEY IS NOT < CODIGO-L62 INVALID KEY
                 MOVE "10" TO ST-LBD062.
           PERFORM UNTIL ST-LBD062 = "10"
              READ LBD062 NEXT RECORD AT END MOVE "10" TO ST-LBD062
              NOT AT END
                DISPLAY CODIGO-L62 " " DESCRICAO-L62 " "
                        NOME-TIPO-W(TIPO-L62) " SIT " SITUACAO-L62
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD062.

      *----------------------------------------------------------------
      *    PRECO NOVO COM VIGENCIA - FECHA A VIGENCIA DO ANTERIOR
      *----------------------------------------------------------------
       NOVO-PRECO SECTION.
           DISPLAY "Codigo do produto: ".
           ACCEPT PRODUTO-W FROM CONSOLE.
           MOVE PRODUTO-W TO CODIGO-L62.
           READ LBD062 INVALID KEY
                DISPLAY "PRODUTO NAO CADASTRADO (OPCAO 1)"
                GO NOVO-PRECO-FIM
           END-READ.
           DISPLAY DESCRICAO-L62.
           MOVE DATA-HOJE-W TO DATA-CONSULTA-W.
           PERFORM LE-HISTORICO.
           IF ULT-INICIO-W > ZEROS
              MOVE VIGOR-VALOR-W TO VALOR-ED-W
              DISPLAY "PRECO EM VIGOR HOJE: " VALOR-ED-W
                      " DESDE " VIGOR-INICIO-W
              DISPLAY "ULTIMA VIGENCIA CADASTRADA: " ULT-INICIO-W
                      " A " ULT-FIM-W
           END-IF.
           DISPLAY "Preco novo (digitos, 2 decimais): ".
           ACCEPT VALOR-W FROM CONSOLE.
           IF VALOR-W = ZEROS
              DISPLAY "PRECO NAO INFORMADO"
              GO NOVO-PRECO-FIM
           END-IF.
           DISPLAY "Inicio da vigencia (AAAAMMDD, ENTER = HOJE): ".
           ACCEPT INICIO-W FROM CONSOLE.
           IF INICIO-W = ZEROS
              MOVE DATA-HOJE-W TO INICIO-W.
      *    HISTORICO NAO MUDA PARA TRAS: O PRECO DE UMA VENDA JA
      *    FEITA CONTINUA SENDO O QUE ESTAVA EM VIGOR NELA.
           IF INICIO-W < DATA-HOJE-W
              DISPLAY "INICIO ANTERIOR A HOJE - NADA GRAVADO"
              GO NOVO-PRECO-FIM
           END-IF.
           IF INICIO-W < ULT-INICIO-W
              DISPLAY "JA EXISTE PRECO COM INICIO EM " ULT-INICIO-W
                      " - NADA GRAVADO"
              GO NOVO-PRECO-FIM
           END-IF.
           DISPLAY "Fim da vigencia (AAAAMMDD, ENTER = SEM FIM): ".
           ACCEPT FIM-W FROM CONSOLE.
           IF FIM-W > ZEROS AND FIM-W < INICIO-W
              DISPLAY "FIM ANTERIOR AO INICIO - NADA GRAVADO"
              GO NOVO-PRECO-FIM
           END-IF.
           DISPLAY "Confirma o preco (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO NOVO-PRECO-FIM
           END-IF.
      *    MESMO INICIO DE UM PRECO FUTURO (AINDA NAO EM VIGOR) =
      *    CORRECAO DELE; SENAO FECHA A VIGENCIA DO ULTIMO.
           IF INICIO-W = ULT-INICIO-W
              MOVE PRODUTO-W TO CODIGO-L63
              MOVE INICIO-W  TO INICIO-VIGENCIA-L63
              READ LBD063 INVALID KEY CONTINUE END-READ
              IF INICIO-W = DATA-HOJE-W
                 DISPLAY "PRECO DE HOJE JA EM VIGOR - NADA GRAVADO"
                 GO NOVO-PRECO-FIM
              END-IF
              MOVE VALOR-W       TO VALOR-L63
              MOVE FIM-W         TO FIM-VIGENCIA-L63
              MOVE DATA-HOJE-W   TO DATA-ALTERACAO-L63
              MOVE COD-USUARIO-W TO USUARIO-L63
              REWRITE REG-LBD063 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO LBD063: " ST-LBD063
              END-REWRITE
              DISPLAY "PRECO FUTURO CORRIGIDO."
              GO NOVO-PRECO-FIM
           END-IF.
           IF ULT-INICIO-W > ZEROS
              IF ULT-FIM-W = ZEROS OR ULT-FIM-W NOT < INICIO-W
                 PERFORM FECHA-VIGENCIA-ANTERIOR
              END-IF
           END-IF.
           PERFORM GRAVA-PRECO.
           DISPLAY "PRECO GRAVADO - VIGENTE A PARTIR DE " INICIO-W.
       NOVO-PRECO-FIM.
           EXIT.

       FECHA-VIGENCIA-ANTERIOR SECTION.
           MOVE PRODUTO-W    TO CODIGO-L63.
           MOVE ULT-INICIO-W TO INICIO-VIGENCIA-L63.
           READ LBD063 INVALID KEY
                GO FECHA-VIGENCIA-ANTERIOR-FIM
           END-READ.
           MOVE INICIO-W TO GRTIME-DATE.
           MOVE 1        TO GRTIME-DAYS.
           MOVE "SUBT"   TO GRTIME-FUNCTION.
           MOVE "DIAS"   TO GRTIME-TYPE.
           CALL "GRTIME" USING PARAMETROS-GRTIME.
           MOVE GRTIME-DATE-FINAL TO FIM-VIGENCIA-L63.
           REWRITE REG-LBD063 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD063: " ST-LBD063
           END-REWRITE.
       FECHA-VIGENCIA-ANTERIOR-FIM.
           EXIT.

       GRAVA-PRECO SECTION.
           INITIALIZE REG-LBD063.
           MOVE PRODUTO-W     TO CODIGO-L63.
           MOVE INICIO-W      TO INICIO-VIGENCIA-L63.
           MOVE FIM-W         TO FIM-VIGENCIA-L63.
           MOVE VALOR-W       TO VALOR-L63.
           MOVE DATA-HOJE-W   TO DATA-ALTERACAO-L63.
           MOVE COD-USUARIO-W TO USUARIO-L63.
           WRITE REG-LBD063 INVALID KEY
                DISPLAY "ERRO GRAVACAO LBD063: " ST-LBD063
           END-WRITE.

      *    PERCORRE O HISTORICO DO PRODUTO: GUARDA O PRECO EM VIGOR NA
      *    DATA DE CONSULTA E A ULTIMA VIGENCIA CADASTRADA (MESMA
      *    REGRA DO SUBPROGRAMA LBP152).
       LE-HISTORICO SECTION.
           MOVE ZEROS TO VIGOR-VALOR-W VIGOR-INICIO-W VIGOR-FIM-W
                         ULT-INICIO-W ULT-FIM-W QT-PRECOS-W.
           MOVE PRODUTO-W TO CODIGO-L63.
           MOVE ZEROS     TO INICIO-VIGENCIA-L63.
           START LBD063 KEY IS NOT < CHAVE-L63 INVALID KEY
                 MOVE "10" TO ST-LBD063.
           PERFORM UNTIL ST-LBD063 = "10"
              READ LBD063 NEXT RECORD AT END MOVE "10" TO ST-LBD063
              NOT AT END
                IF CODIGO-L63 <> PRODUTO-W
                   MOVE "10" TO ST-LBD063
                ELSE
                   ADD 1 TO QT-PRECOS-W
                   MOVE INICIO-VIGENCIA-L63 TO ULT-INICIO-W
                   MOVE FIM-VIGENCIA-L63    TO ULT-FIM-W
                   IF INICIO-VIGENCIA-L63 NOT > DATA-CONSULTA-W
                      MOVE VALOR-L63           TO VIGOR-VALOR-W
                      MOVE INICIO-VIGENCIA-L63 TO VIGOR-INICIO-W
                      MOVE FIM-VIGENCIA-L63    TO VIGOR-FIM-W
                   END-IF
                   IF OPCAO-W = 3
                      PERFORM EXIBE-PRECO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD063.
           IF VIGOR-FIM-W > ZEROS AND VIGOR-FIM-W < DATA-CONSULTA-W
              MOVE ZEROS TO VIGOR-VALOR-W VIGOR-INICIO-W
           END-IF.

       EXIBE-PRECO SECTION.
           MOVE VALOR-L63 TO VALOR-ED-W.
           DISPLAY "  " INICIO-VIGENCIA-L63 " A " FIM-VIGENCIA-L63
                   " " VALOR-ED-W " ALTERADO EM " DATA-ALTERACAO-L63
                   " USUARIO " USUARIO-L63.

       HISTORICO-PRECOS SECTION.
           DISPLAY "Codigo do produto: ".
           ACCEPT PRODUTO-W FROM CONSOLE.
           MOVE PRODUTO-W TO CODIGO-L62.
           READ LBD062 INVALID KEY
                DISPLAY "PRODUTO NAO CADASTRADO"
                GO HISTORICO-PRECOS-FIM
           END-READ.
           DISPLAY "Preco em vigor em (AAAAMMDD, ENTER = HOJE): ".
           ACCEPT DATA-CONSULTA-W FROM CONSOLE.
           IF DATA-CONSULTA-W = ZEROS
              MOVE DATA-HOJE-W TO DATA-CONSULTA-W.
           DISPLAY DESCRICAO-L62 " - " NOME-TIPO-W(TIPO-L62).
           DISPLAY "  INICIO      FIM           PRECO".
           PERFORM LE-HISTORICO.
           IF VIGOR-INICIO-W = ZEROS
              DISPLAY "SEM PRECO EM VIGOR EM " DATA-CONSULTA-W
           ELSE
              MOVE VIGOR-VALOR-W TO VALOR-ED-W
              DISPLAY "PRECO EM VIGOR EM " DATA-CONSULTA-W ": "
                      VALOR-ED-W " (VIGENTE DESDE " VIGOR-INICIO-W ")"
           END-IF.
       HISTORICO-PRECOS-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    TABELA DE PRECOS EM VIGOR (SUBSTITUI A TABELA DO BALCAO)
      *----------------------------------------------------------------
       IMPRIME-TABELA SECTION.
           MOVE ZEROS TO PAGE-COUNT QT-PRODUTOS-W.
           MOVE DATA-HOJE-W TO DATA-CONSULTA-W.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           MOVE ZEROS TO CODIGO-L62.
           START LBD062 KEY IS NOT < CODIGO-L62 INVALID KEY
                 MOVE "10" TO ST-LBD062.
           PERFORM UNTIL ST-LBD062 = "10"
              READ LBD062 NEXT RECORD AT END MOVE "10" TO ST-LBD062
              NOT AT END
                IF SITUACAO-L62 = ZEROS
                   PERFORM IMPRIME-PRODUTO
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD062.
           WRITE REG-RELAT FROM CAB03.
           CLOSE RELAT.
           DISPLAY QT-PRODUTOS-W " PRODUTO(S) NA TABELA.".

       IMPRIME-PRODUTO SECTION.
           MOVE CODIGO-L62 TO PRODUTO-W.
           PERFORM LE-HISTORICO.
           MOVE SPACES TO LINDET-REL.
           MOVE CODIGO-L62            TO LINDET-REL(1: 3).
           MOVE DESCRICAO-L62         TO LINDET-REL(6: 30).
           MOVE NOME-TIPO-W(TIPO-L62) TO LINDET-REL(37: 15).
           IF VIGOR-INICIO-W = ZEROS
              MOVE "SEM PRECO"        TO LINDET-REL(55: 9)
           ELSE
              MOVE VIGOR-VALOR-W      TO VALOR-ED-W
              MOVE VALOR-ED-W         TO LINDET-REL(53: 10)
              MOVE VIGOR-INICIO-W     TO DATA-CONV-W
              PERFORM CONVERTE-DATA
              MOVE DATA-DDMMAAAA-W    TO DATA-ED-W
              MOVE DATA-ED-W          TO LINDET-REL(66: 10)
           END-IF.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO QT-PRODUTOS-W.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.

      *----------------------------------------------------------------
      *    IMPORTACAO DA TABELA DE COPIAS EXTRAS (LBD050 DO LBP144)
      *----------------------------------------------------------------
       IMPORTA-COPIAS SECTION.
           MOVE ZEROS TO QT-IMPORTADOS-W.
           OPEN INPUT LBD050.
           IF ST-LBD050 <> "00"
              DISPLAY "EMPRESA SEM TABELA DE COPIAS EXTRAS (LBD050)"
              GO IMPORTA-COPIAS-FIM
           END-IF.
           DISPLAY "Importar a tabela de copias extras para o "
                   "catalogo (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              CLOSE LBD050
              GO IMPORTA-COPIAS-FIM
           END-IF.
           MOVE ZEROS TO CODIGO-L50.
           START LBD050 KEY IS NOT < CODIGO-L50 INVALID KEY
                 MOVE "10" TO ST-LBD050.
           PERFORM UNTIL ST-LBD050 = "10"
              READ LBD050 NEXT RECORD AT END MOVE "10" TO ST-LBD050
              NOT AT END
                PERFORM IMPORTA-PRODUTO
              END-READ
           END-PERFORM.
           CLOSE LBD050.
           DISPLAY QT-IMPORTADOS-W " PRODUTO(S) IMPORTADO(S); "
                   "CODIGOS JA EXISTENTES NO CATALOGO FICARAM.".
       IMPORTA-COPIAS-FIM.
           EXIT.

      *    TIPO DA TABELA DE COPIAS: 1-VIDEO VIRA COPIA DE VIDEO,
      *    2-FOTO VIRA FOTOS AVULSAS. PRECO VIGENTE A PARTIR DE HOJE.
       IMPORTA-PRODUTO SECTION.
           MOVE CODIGO-L50 TO CODIGO-L62.
           READ LBD062 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                GO IMPORTA-PRODUTO-FIM
           END-READ.
           INITIALIZE REG-LBD062.
           MOVE CODIGO-L50    TO CODIGO-L62.
           MOVE DESCRICAO-L50 TO DESCRICAO-L62.
           IF TIPO-L50 = 1
              MOVE 4 TO TIPO-L62
           ELSE
              MOVE 3 TO TIPO-L62
           END-IF.
           MOVE SITUACAO-L50  TO SITUACAO-L62.
           MOVE DATA-HOJE-W   TO DATA-ALTERACAO-L62.
           MOVE COD-USUARIO-W TO USUARIO-L62.
           WRITE REG-LBD062 INVALID KEY
                DISPLAY "ERRO GRAVACAO LBD062: " ST-LBD062
                GO IMPORTA-PRODUTO-FIM
           END-WRITE.
           ADD 1 TO QT-IMPORTADOS-W.
           IF VALOR-UNIT-L50 > ZEROS
              MOVE CODIGO-L50     TO PRODUTO-W
              MOVE DATA-HOJE-W    TO INICIO-W
              MOVE ZEROS          TO FIM-W
              MOVE VALOR-UNIT-L50 TO VALOR-W
              PERFORM GRAVA-PRECO
           END-IF.
       IMPORTA-PRODUTO-FIM.
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
           MOVE DATA-CONSULTA-W TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-REL.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           MOVE 6 TO LIN.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE LBD062 LBD063.
           EXIT PROGRAM.
