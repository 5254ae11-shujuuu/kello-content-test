       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIP129.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Músicas usadas na edição de vídeo, para a relação de
      *obras que o ECAD (direito autoral) pede - o que o editor
      *escrevia na capa da fita:
      *  CATALOGO ...: músicas (título, autor/compositor, intérprete,
      *                ISRC, duração) em VID129, para não redigitar
      *                a cada edição;
      *  EDICAO .....: lista de músicas da edição (VID110 tipo 1) do
      *                contrato/item, com o tempo usado de cada obra
      *                (VID130); busca no catálogo pelo começo do
      *                título;
      *  RELATORIO ..: no mês, as edições dos contratos com remessa
      *                entregue (DATA-ENTREGA-L215 em LBD215) - cada
      *                obra com título, autor, intérprete, ISRC,
      *                número de vídeos e tempo total usado, na ordem
      *                do título; as edições entregues sem nenhuma
      *                música lançada saem listadas para completar.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VIPX110.
           COPY VIPX129.
           COPY VIPX130.
           COPY LBPX215.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY VIPW110.
       COPY VIPW129.
       COPY VIPW130.
       COPY LBPW215.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(132).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-VID110             PIC XX       VALUE SPACES.
           05  ST-VID129             PIC XX       VALUE SPACES.
           05  ST-VID130             PIC XX       VALUE SPACES.
           05  ST-LBD215             PIC XX       VALUE SPACES.
           05  PATH-LBD215           PIC X(30)    VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  ACAO-W                PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  COMPETENCIA-W         PIC 9(6)     VALUE ZEROS.
           05  DATA-INICIAL-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-FINAL-W          PIC 9(8)     VALUE ZEROS.
           05  CODIGO-W              PIC 9(5)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(8)     VALUE ZEROS.
           05  ITEM-W                PIC 9(2)     VALUE ZEROS.
           05  SEQ-W                 PIC 9(2)     VALUE ZEROS.
           05  TITULO-W              PIC X(40)    VALUE SPACES.
           05  AUTOR-W               PIC X(30)    VALUE SPACES.
           05  INTERPRETE-W          PIC X(30)    VALUE SPACES.
           05  ISRC-W                PIC X(12)    VALUE SPACES.
      *    DURACAO DIGITADA COMO MMSS E GUARDADA EM SEGUNDOS
           05  DURACAO-MMSS-W        PIC 9(4)     VALUE ZEROS.
           05  DURACAO-MMSS-R REDEFINES DURACAO-MMSS-W.
               10  DURACAO-MM-W      PIC 99.
               10  DURACAO-SS-W      PIC 99.
           05  SEGUNDOS-W            PIC 9(7)     VALUE ZEROS.
           05  MINUTOS-W             PIC 9(5)     VALUE ZEROS.
           05  RESTO-W               PIC 99       VALUE ZEROS.
           05  TEMPO-ED-W            PIC X(8)     VALUE SPACES.
           05  QT-LISTADAS-W         PIC 9(2)     VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  TEM-MUSICA-W          PIC 9        VALUE ZEROS.
           05  EDICAO-W              PIC 9(10)    VALUE ZEROS.
           05  IND-C                 PIC 9(4)     VALUE ZEROS.
           05  IND-M                 PIC 9(4)     VALUE ZEROS.
           05  QT-EDICOES-W          PIC 9(5)     VALUE ZEROS.
           05  QT-SEM-MUSICA-W       PIC 9(5)     VALUE ZEROS.
           05  QT-OBRAS-W            PIC 9(5)     VALUE ZEROS.
      *    CONTRATOS COM REMESSA ENTREGUE NO MES (ATE 2000)
           05  TAB-CONTRATO.
               10  TC-CONTRATO OCCURS 2000 TIMES PIC 9(8).
           05  QT-CONTRATOS-W        PIC 9(4)     VALUE ZEROS.
      *    OBRAS USADAS NAS EDICOES ENTREGUES (ATE 1000). ULT-EDICAO
      *    EVITA CONTAR DUAS VEZES O MESMO VIDEO QUANDO A OBRA
      *    APARECE MAIS DE UMA VEZ NA MESMA EDICAO.
           05  TAB-MUSICA.
               10  TM-OCC OCCURS 1000 TIMES.
                   15  TM-MUSICA     PIC 9(5).
                   15  TM-VIDEOS     PIC 9(5).
                   15  TM-SEGUNDOS   PIC 9(7).
                   15  TM-ULT-EDICAO PIC 9(10).
           05  QT-MUSICAS-W          PIC 9(4)     VALUE ZEROS.
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
           05  EMPRESA-REL         PIC X(110)  VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(50)   VALUE
               "RELACAO DE OBRAS MUSICAIS UTILIZADAS - ECAD - MES ".
           05  MES-REL             PIC 99.
           05  FILLER              PIC X       VALUE "/".
           05  ANO-REL             PIC 9999.
       01  CAB03.
           05  FILLER              PIC X(132)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(47)   VALUE
               "CODIG TITULO DA OBRA".
           05  FILLER              PIC X(31)   VALUE
               "AUTOR / COMPOSITOR".
           05  FILLER              PIC X(27)   VALUE
               "INTERPRETE".
           05  FILLER              PIC X(27)   VALUE
               "ISRC        VIDEOS TEMPO".
       01  LINDET.
           05  CODIGO-REL          PIC 9(5).
           05  FILLER              PIC X       VALUE SPACES.
           05  TITULO-REL          PIC X(40).
           05  FILLER              PIC X       VALUE SPACES.
           05  AUTOR-REL           PIC X(30).
           05  FILLER              PIC X       VALUE SPACES.
           05  INTERPRETE-REL      PIC X(26).
           05  FILLER              PIC X       VALUE SPACES.
           05  ISRC-REL            PIC X(12).
           05  FILLER              PIC X       VALUE SPACES.
           05  VIDEOS-REL          PIC ZZZZ9.
           05  FILLER              PIC X       VALUE SPACES.
           05  TEMPO-REL           PIC X(8).
       01  LINTOT.
           05  TEXTO-TOT-REL       PIC X(40)   VALUE SPACES.
           05  QT-TOT-REL          PIC ZZZZ9.
       01  CAB05.
           05  FILLER              PIC X(132)  VALUE
               "EDICOES ENTREGUES SEM MUSICA LANCADA - COMPLETAR NO VIP1
      -        "29 (CONTRATO / ITEM / EDITOR)".
       01  LINSEM.
           05  CONTRATO-SEM-REL    PIC 9(8).
           05  FILLER              PIC X(3)    VALUE " / ".
           05  ITEM-SEM-REL        PIC 99.
           05  FILLER              PIC X(3)    VALUE " / ".
           05  EDITOR-SEM-REL      PIC 9(6).

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
           MOVE "VID110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID110.
           MOVE "VID129" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID129.
           MOVE "VID130" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID130.
           MOVE "LBD215" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD215.
           OPEN INPUT VID110 LBD215.
           OPEN I-O VID129.
           IF ST-VID129 = "35"
              OPEN OUTPUT VID129
              CLOSE       VID129
              OPEN I-O    VID129
           END-IF.
           OPEN I-O VID130.
           IF ST-VID130 = "35"
              OPEN OUTPUT VID130
              CLOSE       VID130
              OPEN I-O    VID130
           END-IF.
           IF ST-VID110 <> "00"
              DISPLAY "ERRO ABERTURA VID110: " ST-VID110
              MOVE 1 TO ERRO-W.
           IF ST-LBD215 <> "00"
              DISPLAY "ERRO ABERTURA LBD215: " ST-LBD215
              MOVE 1 TO ERRO-W.
           IF ST-VID129 <> "00"
              DISPLAY "ERRO ABERTURA VID129: " ST-VID129
              MOVE 1 TO ERRO-W.
           IF ST-VID130 <> "00"
              DISPLAY "ERRO ABERTURA VID130: " ST-VID130
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "VIP129" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA VIP129"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-CATALOGO  2-MUSICAS DA EDICAO  "
                   "3-RELATORIO ECAD  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM MANTEM-CATALOGO
              WHEN 2 PERFORM MUSICAS-EDICAO
              WHEN 3 PERFORM RELATORIO-ECAD
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    CATALOGO DE MUSICAS (VID129)
      *----------------------------------------------------------------
       MANTEM-CATALOGO SECTION.
           DISPLAY "Codigo da musica (0 = NOVA): ".
           ACCEPT CODIGO-W FROM CONSOLE.
           IF CODIGO-W = ZEROS
              PERFORM INCLUI-MUSICA
              GO MANTEM-CATALOGO-FIM
           END-IF.
           MOVE CODIGO-W TO CODIGO-V129.
           READ VID129 INVALID KEY
                DISPLAY "MUSICA NAO CADASTRADA"
                GO MANTEM-CATALOGO-FIM
           END-READ.
           PERFORM MOSTRA-MUSICA.
           DISPLAY "Titulo (branco = MANTEM): ".
           ACCEPT TITULO-W FROM CONSOLE.
           DISPLAY "Autor / compositor (branco = MANTEM): ".
           ACCEPT AUTOR-W FROM CONSOLE.
           DISPLAY "Interprete (branco = MANTEM): ".
           ACCEPT INTERPRETE-W FROM CONSOLE.
           DISPLAY "ISRC (branco = MANTEM): ".
           ACCEPT ISRC-W FROM CONSOLE.
           DISPLAY "Duracao da gravacao (MMSS, 0 = MANTEM): ".
           ACCEPT DURACAO-MMSS-W FROM CONSOLE.
           IF DURACAO-SS-W > 59
              DISPLAY "SEGUNDOS INVALIDOS - NAO GRAVADO"
              GO MANTEM-CATALOGO-FIM
           END-IF.
           IF TITULO-W <> SPACES
              MOVE TITULO-W     TO TITULO-V129
           END-IF.
           IF AUTOR-W <> SPACES
              MOVE AUTOR-W      TO AUTOR-V129
           END-IF.
           IF INTERPRETE-W <> SPACES
              MOVE INTERPRETE-W TO INTERPRETE-V129
           END-IF.
           IF ISRC-W <> SPACES
              MOVE ISRC-W       TO ISRC-V129
           END-IF.
           IF DURACAO-MMSS-W > ZEROS
              COMPUTE DURACAO-V129 = DURACAO-MM-W * 60 + DURACAO-SS-W
           END-IF.
           REWRITE REG-VID129 INVALID KEY
                DISPLAY "ERRO REGRAVACAO VID129: " ST-VID129
                GO MANTEM-CATALOGO-FIM
           END-REWRITE.
           DISPLAY "MUSICA ALTERADA.".
       MANTEM-CATALOGO-FIM.
           EXIT.

      *    TITULO E AUTOR SAO OBRIGATORIOS - SEM ELES O ECAD NAO
      *    IDENTIFICA A OBRA.
       INCLUI-MUSICA SECTION.
           DISPLAY "Titulo da obra: ".
           ACCEPT TITULO-W FROM CONSOLE.
           IF TITULO-W = SPACES
              DISPLAY "TITULO OBRIGATORIO - NAO GRAVADO"
              GO INCLUI-MUSICA-FIM
           END-IF.
           PERFORM PROCURA-TITULO.
           IF ACHOU-W = 1
              DISPLAY "TITULO JA CADASTRADO NO CODIGO " CODIGO-V129
                      " - CONFIRA O AUTOR ANTES DE REPETIR"
           END-IF.
           DISPLAY "Autor / compositor: ".
           ACCEPT AUTOR-W FROM CONSOLE.
           IF AUTOR-W = SPACES
              DISPLAY "AUTOR OBRIGATORIO - NAO GRAVADO"
              GO INCLUI-MUSICA-FIM
           END-IF.
           DISPLAY "Interprete: ".
           ACCEPT INTERPRETE-W FROM CONSOLE.
           DISPLAY "ISRC (branco = NAO CONHECIDO): ".
           ACCEPT ISRC-W FROM CONSOLE.
           DISPLAY "Duracao da gravacao (MMSS): ".
           ACCEPT DURACAO-MMSS-W FROM CONSOLE.
           IF DURACAO-SS-W > 59
              DISPLAY "SEGUNDOS INVALIDOS - NAO GRAVADO"
              GO INCLUI-MUSICA-FIM
           END-IF.
           PERFORM ACHA-PROXIMO-CODIGO.
           MOVE CODIGO-W       TO CODIGO-V129.
           MOVE TITULO-W       TO TITULO-V129.
           MOVE AUTOR-W        TO AUTOR-V129.
           MOVE INTERPRETE-W   TO INTERPRETE-V129.
           MOVE ISRC-W         TO ISRC-V129.
           COMPUTE DURACAO-V129 = DURACAO-MM-W * 60 + DURACAO-SS-W.
           MOVE DATA-HOJE-W    TO DATA-CADASTRO-V129.
           MOVE COD-USUARIO-W  TO DIGITADOR-V129.
           MOVE ZEROS TO ST-VID129.
           PERFORM UNTIL ST-VID129 = "10"
             WRITE REG-VID129 INVALID KEY
                 ADD 1 TO CODIGO-V129
               NOT INVALID KEY
                 MOVE "10" TO ST-VID129.
           MOVE ZEROS TO ST-VID129.
           DISPLAY "MUSICA " CODIGO-V129 " CADASTRADA.".
       INCLUI-MUSICA-FIM.
           EXIT.

       PROCURA-TITULO SECTION.
           MOVE ZEROS TO ACHOU-W.
           MOVE TITULO-W TO TITULO-V129.
           READ VID129 KEY IS TITULO-V129 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE 1 TO ACHOU-W
           END-READ.

       ACHA-PROXIMO-CODIGO SECTION.
           MOVE ZEROS TO CODIGO-W.
           MOVE ZEROS TO CODIGO-V129.
           START VID129 KEY IS NOT < CODIGO-V129 INVALID KEY
                 MOVE "10" TO ST-VID129.
           PERFORM UNTIL ST-VID129 = "10"
              READ VID129 NEXT RECORD AT END MOVE "10" TO ST-VID129
              NOT AT END
                MOVE CODIGO-V129 TO CODIGO-W
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID129.
           ADD 1 TO CODIGO-W.
           INITIALIZE REG-VID129.

       MOSTRA-MUSICA SECTION.
           MOVE DURACAO-V129 TO SEGUNDOS-W.
           PERFORM FORMATA-TEMPO.
           DISPLAY CODIGO-V129 " " TITULO-V129.
           DISPLAY "      AUTOR " AUTOR-V129 " INTERPRETE "
                   INTERPRETE-V129.
           DISPLAY "      ISRC " ISRC-V129 " DURACAO " TEMPO-ED-W.

      *    BUSCA PELO COMECO DO TITULO (CHAVE ALTERNADA), ATE 20.
       BUSCA-CATALOGO SECTION.
           DISPLAY "Comeco do titulo: ".
           ACCEPT TITULO-W FROM CONSOLE.
           MOVE ZEROS    TO QT-LISTADAS-W.
           MOVE TITULO-W TO TITULO-V129.
           START VID129 KEY IS NOT < TITULO-V129 INVALID KEY
                 MOVE "10" TO ST-VID129.
           PERFORM UNTIL ST-VID129 = "10"
              READ VID129 NEXT RECORD AT END MOVE "10" TO ST-VID129
              NOT AT END
                DISPLAY CODIGO-V129 " " TITULO-V129 " "
                        INTERPRETE-V129
                ADD 1 TO QT-LISTADAS-W
                IF QT-LISTADAS-W = 20
                   MOVE "10" TO ST-VID129
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID129.

      *----------------------------------------------------------------
      *    LISTA DE MUSICAS DA EDICAO (VID130)
      *----------------------------------------------------------------
       MUSICAS-EDICAO SECTION.
           DISPLAY "Contrato: ".
           ACCEPT CONTRATO-W FROM CONSOLE.
           DISPLAY "Item: ".
           ACCEPT ITEM-W FROM CONSOLE.
           MOVE CONTRATO-W TO CONTRATO-V110.
           MOVE ITEM-W     TO ITEM-V110.
           MOVE 1          TO TIPO-V110.
           READ VID110 INVALID KEY
                DISPLAY "ITEM SEM EDICAO LANCADA NO VIP110"
                GO MUSICAS-EDICAO-FIM
           END-READ.
           MOVE 1 TO ACAO-W.
           PERFORM MANUTENCAO-LISTA UNTIL ACAO-W = 9.
       MUSICAS-EDICAO-FIM.
           EXIT.

       MANUTENCAO-LISTA SECTION.
           PERFORM LISTA-MUSICAS-EDICAO.
           DISPLAY "ACAO (1-INCLUIR  2-EXCLUIR  9-VOLTAR): ".
           ACCEPT ACAO-W FROM CONSOLE.
           EVALUATE ACAO-W
              WHEN 1 PERFORM INCLUI-MUSICA-EDICAO
              WHEN 2 PERFORM EXCLUI-MUSICA-EDICAO
              WHEN OTHER MOVE 9 TO ACAO-W
           END-EVALUATE.

       LISTA-MUSICAS-EDICAO SECTION.
           MOVE ZEROS TO SEQ-W.
           MOVE CONTRATO-W TO CONTRATO-V130.
           MOVE ITEM-W     TO ITEM-V130.
           MOVE ZEROS      TO SEQ-V130.
           START VID130 KEY IS NOT < CHAVE-V130 INVALID KEY
                 MOVE "10" TO ST-VID130.
           PERFORM UNTIL ST-VID130 = "10"
              READ VID130 NEXT RECORD AT END MOVE "10" TO ST-VID130
              NOT AT END
                IF CONTRATO-V130 <> CONTRATO-W
                   OR ITEM-V130 <> ITEM-W
                   MOVE "10" TO ST-VID130
                ELSE
                   MOVE SEQ-V130     TO SEQ-W
                   MOVE MUSICA-V130  TO CODIGO-V129
                   READ VID129 INVALID KEY
                        MOVE "*** FORA DO CATALOGO" TO TITULO-V129
                   END-READ
                   MOVE DURACAO-V130 TO SEGUNDOS-W
                   PERFORM FORMATA-TEMPO
                   DISPLAY SEQ-V130 " " MUSICA-V130 " " TITULO-V129
                           " " TEMPO-ED-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID130.
           IF SEQ-W = ZEROS
              DISPLAY "EDICAO SEM MUSICA LANCADA"
           END-IF.

       INCLUI-MUSICA-EDICAO SECTION.
           IF SEQ-W = 99
              DISPLAY "LISTA COMPLETA (99 MUSICAS)"
              GO INCLUI-MUSICA-EDICAO-FIM
           END-IF.
           DISPLAY "Codigo da musica (0 = BUSCAR PELO TITULO): ".
           ACCEPT CODIGO-W FROM CONSOLE.
           IF CODIGO-W = ZEROS
              PERFORM BUSCA-CATALOGO
              DISPLAY "Codigo da musica (0 = VOLTAR): "
              ACCEPT CODIGO-W FROM CONSOLE
              IF CODIGO-W = ZEROS
                 GO INCLUI-MUSICA-EDICAO-FIM
              END-IF
           END-IF.
           MOVE CODIGO-W TO CODIGO-V129.
           READ VID129 INVALID KEY
                DISPLAY "MUSICA NAO CADASTRADA - INCLUA NO CATALOGO"
                GO INCLUI-MUSICA-EDICAO-FIM
           END-READ.
           PERFORM MOSTRA-MUSICA.
           DISPLAY "Tempo usado na edicao (MMSS, 0 = GRAVACAO "
                   "INTEIRA): ".
           ACCEPT DURACAO-MMSS-W FROM CONSOLE.
           IF DURACAO-SS-W > 59
              DISPLAY "SEGUNDOS INVALIDOS - NAO GRAVADO"
              GO INCLUI-MUSICA-EDICAO-FIM
           END-IF.
           INITIALIZE REG-VID130.
           MOVE CONTRATO-W     TO CONTRATO-V130.
           MOVE ITEM-W         TO ITEM-V130.
           COMPUTE SEQ-V130 = SEQ-W + 1.
           MOVE CODIGO-W       TO MUSICA-V130.
           IF DURACAO-MMSS-W = ZEROS
              MOVE DURACAO-V129 TO DURACAO-V130
           ELSE
              COMPUTE DURACAO-V130 = DURACAO-MM-W * 60 + DURACAO-SS-W
           END-IF.
           IF DURACAO-V130 = ZEROS
              DISPLAY "INFORME O TEMPO USADO - NAO GRAVADO"
              GO INCLUI-MUSICA-EDICAO-FIM
           END-IF.
           MOVE DATA-HOJE-W    TO DATA-INCLUSAO-V130.
           MOVE COD-USUARIO-W  TO DIGITADOR-V130.
           WRITE REG-VID130 INVALID KEY
                DISPLAY "ERRO GRAVACAO VID130: " ST-VID130
           END-WRITE.
       INCLUI-MUSICA-EDICAO-FIM.
           EXIT.

       EXCLUI-MUSICA-EDICAO SECTION.
           DISPLAY "Sequencia a excluir: ".
           ACCEPT SEQ-W FROM CONSOLE.
           MOVE CONTRATO-W TO CONTRATO-V130.
           MOVE ITEM-W     TO ITEM-V130.
           MOVE SEQ-W      TO SEQ-V130.
           DELETE VID130 RECORD INVALID KEY
                DISPLAY "SEQUENCIA NAO ENCONTRADA"
           END-DELETE.

      *----------------------------------------------------------------
      *    RELACAO MENSAL DE OBRAS UTILIZADAS (ECAD)
      *----------------------------------------------------------------
       RELATORIO-ECAD SECTION.
           DISPLAY "Competencia (AAAAMM): ".
           ACCEPT COMPETENCIA-W FROM CONSOLE.
           COMPUTE DATA-INICIAL-W = COMPETENCIA-W * 100 + 1.
           COMPUTE DATA-FINAL-W   = COMPETENCIA-W * 100 + 31.
           INITIALIZE TAB-CONTRATO TAB-MUSICA.
           MOVE ZEROS TO QT-CONTRATOS-W QT-MUSICAS-W QT-EDICOES-W
                         QT-SEM-MUSICA-W QT-OBRAS-W.
           PERFORM CARREGA-CONTRATOS-ENTREGUES.
           IF QT-CONTRATOS-W = ZEROS
              DISPLAY "NENHUMA REMESSA ENTREGUE NO MES"
              GO RELATORIO-ECAD-FIM
           END-IF.
           PERFORM ACUMULA-CONTRATO
                   VARYING IND-C FROM 1 BY 1
                   UNTIL IND-C > QT-CONTRATOS-W.
           OPEN OUTPUT RELAT.
           MOVE ZEROS TO PAGE-COUNT.
           MOVE COMPETENCIA-W(5: 2) TO MES-REL.
           MOVE COMPETENCIA-W(1: 4) TO ANO-REL.
           PERFORM CABECALHO.
           PERFORM IMPRIME-OBRAS.
           MOVE "EDICOES ENTREGUES NO MES............:"
             TO TEXTO-TOT-REL.
           MOVE QT-EDICOES-W TO QT-TOT-REL.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "OBRAS DIFERENTES UTILIZADAS.........:"
             TO TEXTO-TOT-REL.
           MOVE QT-OBRAS-W TO QT-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "EDICOES SEM MUSICA LANCADA..........:"
             TO TEXTO-TOT-REL.
           MOVE QT-SEM-MUSICA-W TO QT-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           ADD 4 TO LIN.
           IF QT-SEM-MUSICA-W > ZEROS
              PERFORM IMPRIME-SEM-MUSICA
           END-IF.
           CLOSE RELAT.
           DISPLAY "RELATORIO IMPRESSO - EDICOES " QT-EDICOES-W
                   "  SEM MUSICA " QT-SEM-MUSICA-W.
       RELATORIO-ECAD-FIM.
           EXIT.

      *    REMESSAS COM ENTREGA CONFIRMADA NO MES; CADA CONTRATO
      *    ENTRA UMA VEZ MESMO COM MAIS DE UMA REMESSA.
       CARREGA-CONTRATOS-ENTREGUES SECTION.
           MOVE ZEROS TO NUMERO-REMESSA-L215.
           START LBD215 KEY IS NOT < CHAVE-L215 INVALID KEY
                 MOVE "10" TO ST-LBD215.
           PERFORM UNTIL ST-LBD215 = "10"
              READ LBD215 NEXT RECORD AT END MOVE "10" TO ST-LBD215
              NOT AT END
                IF DATA-ENTREGA-L215 >= DATA-INICIAL-W
                   AND DATA-ENTREGA-L215 <= DATA-FINAL-W
                   PERFORM GUARDA-CONTRATO
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD215.

       GUARDA-CONTRATO SECTION.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING IND-C FROM 1 BY 1
                   UNTIL IND-C > QT-CONTRATOS-W OR ACHOU-W = 1
              IF TC-CONTRATO(IND-C) = CONTRATO-L215
                 MOVE 1 TO ACHOU-W
              END-IF
           END-PERFORM.
           IF ACHOU-W = 0
              IF QT-CONTRATOS-W < 2000
                 ADD 1 TO QT-CONTRATOS-W
                 MOVE CONTRATO-L215 TO TC-CONTRATO(QT-CONTRATOS-W)
              ELSE
                 DISPLAY "MAIS DE 2000 CONTRATOS - CONTRATO "
                         CONTRATO-L215 " FORA DO RELATORIO"
              END-IF
           END-IF.

      *    EDICOES (TIPO 1) DO CONTRATO E SUAS MUSICAS.
       ACUMULA-CONTRATO SECTION.
           MOVE TC-CONTRATO(IND-C) TO CONTRATO-V110.
           MOVE ZEROS              TO ITEM-V110 TIPO-V110.
           START VID110 KEY IS NOT < CHAVE-V110 INVALID KEY
                 MOVE "10" TO ST-VID110.
           PERFORM UNTIL ST-VID110 = "10"
              READ VID110 NEXT RECORD AT END MOVE "10" TO ST-VID110
              NOT AT END
                IF CONTRATO-V110 <> TC-CONTRATO(IND-C)
                   MOVE "10" TO ST-VID110
                ELSE
                   IF TIPO-V110 = 1
                      ADD 1 TO QT-EDICOES-W
                      PERFORM ACUMULA-EDICAO
                      IF TEM-MUSICA-W = 0
                         ADD 1 TO QT-SEM-MUSICA-W
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID110.

       ACUMULA-EDICAO SECTION.
           MOVE ZEROS TO TEM-MUSICA-W.
           COMPUTE EDICAO-W = CONTRATO-V110 * 100 + ITEM-V110.
           MOVE CONTRATO-V110 TO CONTRATO-V130.
           MOVE ITEM-V110     TO ITEM-V130.
           MOVE ZEROS         TO SEQ-V130.
           START VID130 KEY IS NOT < CHAVE-V130 INVALID KEY
                 MOVE "10" TO ST-VID130.
           PERFORM UNTIL ST-VID130 = "10"
              READ VID130 NEXT RECORD AT END MOVE "10" TO ST-VID130
              NOT AT END
                IF CONTRATO-V130 <> CONTRATO-V110
                   OR ITEM-V130 <> ITEM-V110
                   MOVE "10" TO ST-VID130
                ELSE
                   MOVE 1 TO TEM-MUSICA-W
                   PERFORM SOMA-MUSICA
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID130.

       SOMA-MUSICA SECTION.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING IND-M FROM 1 BY 1
                   UNTIL IND-M > QT-MUSICAS-W OR ACHOU-W = 1
              IF TM-MUSICA(IND-M) = MUSICA-V130
                 MOVE 1 TO ACHOU-W
              END-IF
           END-PERFORM.
           IF ACHOU-W = 1
              SUBTRACT 1 FROM IND-M
           ELSE
              IF QT-MUSICAS-W = 1000
                 DISPLAY "MAIS DE 1000 OBRAS - MUSICA " MUSICA-V130
                         " FORA DO RELATORIO"
                 GO SOMA-MUSICA-FIM
              END-IF
              ADD 1 TO QT-MUSICAS-W
              MOVE QT-MUSICAS-W TO IND-M
              MOVE MUSICA-V130  TO TM-MUSICA(IND-M)
           END-IF.
           IF TM-ULT-EDICAO(IND-M) <> EDICAO-W
              ADD 1 TO TM-VIDEOS(IND-M)
              MOVE EDICAO-W TO TM-ULT-EDICAO(IND-M)
           END-IF.
           ADD DURACAO-V130 TO TM-SEGUNDOS(IND-M).
       SOMA-MUSICA-FIM.
           EXIT.

      *    NA ORDEM DO TITULO (CHAVE ALTERNADA DO CATALOGO).
       IMPRIME-OBRAS SECTION.
           MOVE SPACES TO TITULO-V129.
           START VID129 KEY IS NOT < TITULO-V129 INVALID KEY
                 MOVE "10" TO ST-VID129.
           PERFORM UNTIL ST-VID129 = "10"
              READ VID129 NEXT RECORD AT END MOVE "10" TO ST-VID129
              NOT AT END
                PERFORM IMPRIME-OBRA
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID129.

       IMPRIME-OBRA SECTION.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING IND-M FROM 1 BY 1
                   UNTIL IND-M > QT-MUSICAS-W OR ACHOU-W = 1
              IF TM-MUSICA(IND-M) = CODIGO-V129
                 MOVE 1 TO ACHOU-W
              END-IF
           END-PERFORM.
           IF ACHOU-W = 0
              GO IMPRIME-OBRA-FIM
           END-IF.
           SUBTRACT 1 FROM IND-M.
           ADD 1 TO QT-OBRAS-W.
           MOVE CODIGO-V129          TO CODIGO-REL.
           MOVE TITULO-V129          TO TITULO-REL.
           MOVE AUTOR-V129           TO AUTOR-REL.
           MOVE INTERPRETE-V129      TO INTERPRETE-REL.
           MOVE ISRC-V129            TO ISRC-REL.
           MOVE TM-VIDEOS(IND-M)     TO VIDEOS-REL.
           MOVE TM-SEGUNDOS(IND-M)   TO SEGUNDOS-W.
           PERFORM FORMATA-TEMPO.
           MOVE TEMPO-ED-W           TO TEMPO-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.
       IMPRIME-OBRA-FIM.
           EXIT.

      *    SEGUNDA PASSADA NOS CONTRATOS ENTREGUES: EDICOES SEM
      *    NENHUMA MUSICA EM VID130.
       IMPRIME-SEM-MUSICA SECTION.
           IF LIN > 50 PERFORM CABECALHO END-IF.
           WRITE REG-RELAT FROM CAB05 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           ADD 3 TO LIN.
           PERFORM LISTA-SEM-MUSICA-CONTRATO
                   VARYING IND-C FROM 1 BY 1
                   UNTIL IND-C > QT-CONTRATOS-W.

       LISTA-SEM-MUSICA-CONTRATO SECTION.
           MOVE TC-CONTRATO(IND-C) TO CONTRATO-V110.
           MOVE ZEROS              TO ITEM-V110 TIPO-V110.
           START VID110 KEY IS NOT < CHAVE-V110 INVALID KEY
                 MOVE "10" TO ST-VID110.
           PERFORM UNTIL ST-VID110 = "10"
              READ VID110 NEXT RECORD AT END MOVE "10" TO ST-VID110
              NOT AT END
                IF CONTRATO-V110 <> TC-CONTRATO(IND-C)
                   MOVE "10" TO ST-VID110
                ELSE
                   IF TIPO-V110 = 1
                      PERFORM VERIFICA-SEM-MUSICA
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID110.

       VERIFICA-SEM-MUSICA SECTION.
           MOVE ZEROS TO TEM-MUSICA-W.
           MOVE CONTRATO-V110 TO CONTRATO-V130.
           MOVE ITEM-V110     TO ITEM-V130.
           MOVE ZEROS         TO SEQ-V130.
           START VID130 KEY IS NOT < CHAVE-V130 INVALID KEY
                 MOVE "10" TO ST-VID130.
           IF ST-VID130 <> "10"
              READ VID130 NEXT RECORD AT END MOVE "10" TO ST-VID130
              NOT AT END
                IF CONTRATO-V130 = CONTRATO-V110
                   AND ITEM-V130 = ITEM-V110
                   MOVE 1 TO TEM-MUSICA-W
                END-IF
              END-READ
           END-IF.
           MOVE ZEROS TO ST-VID130.
           IF TEM-MUSICA-W = 1
              GO VERIFICA-SEM-MUSICA-FIM
           END-IF.
           MOVE CONTRATO-V110    TO CONTRATO-SEM-REL.
           MOVE ITEM-V110        TO ITEM-SEM-REL.
           MOVE FUNCIONARIO-V110 TO EDITOR-SEM-REL.
           WRITE REG-RELAT FROM LINSEM.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.
       VERIFICA-SEM-MUSICA-FIM.
           EXIT.

      *    SEGUNDOS PARA MMMM:SS
       FORMATA-TEMPO SECTION.
           DIVIDE SEGUNDOS-W BY 60 GIVING MINUTOS-W
                  REMAINDER RESTO-W.
           MOVE SPACES TO TEMPO-ED-W.
           STRING MINUTOS-W(2: 4) ":" RESTO-W
                  DELIMITED BY SIZE INTO TEMPO-ED-W.

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
           CLOSE VID110 VID129 VID130 LBD215.
           EXIT PROGRAM.
