       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP153.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Eventos variáveis da folha de pagamento - o que o RH
      *juntava no papel no fim do mês e redigitava no sistema do
      *escritório de folha passa a sair num arquivo por competência,
      *uma linha por funcionário e evento:
      *  EVENTOS ....: de-para das origens apuradas aqui para o código
      *                de evento do escritório (LBD064): horas extras
      *                50% e 100%, adicional noturno, desconto e
      *                prêmio;
      *  DESCONTOS ..: consulta dos descontos por avaria de câmera do
      *                funcionário decididos na competência (VID028,
      *                mantido pelo VIP029);
      *  PARAMETROS .: janela do adicional noturno e valor do prêmio
      *                por dia de meta batida (LBD067);
      *  CONFERENCIA : relatório por funcionário com os eventos da
      *                competência - horas dos carimbos do LBD101 com
      *                as regras do espelho de ponto (LBP127): minutos
      *                acima do limite do turno (LBD036) em dia útil
      *                são extras 50%, domingo inteiro é extra 100%;
      *                prêmio nos dias em que o turno bateu a meta
      *                geral (LBD033, mesma conta do LBP118);
      *  EXPORTAR ...: grava FOLHA<AAAAMM>.TXT - só depois da
      *                conferência impressa e com o mesmo total de
      *                controle; a competência fica marcada como
      *                exportada (LBD066) e não sai de novo;
      *  REABRIR ....: o supervisor (LBD067) reabre a competência com
      *                motivo; a nova exportação gera a versão
      *                seguinte (FOLHA<AAAAMM>V<VV>.TXT).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX001.
           COPY LBPX033.
           COPY LBPX036.
           COPY LBPX064.
           COPY LBPX066.
           COPY LBPX067.
           COPY LBPX101.
           COPY VIPX028.
           SELECT EVENTOS ASSIGN TO ARQUIVO-EVENTOS-W
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ST-EVENTOS.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW001.
       COPY LBPW033.
       COPY LBPW036.
       COPY LBPW064.
       COPY LBPW066.
       COPY LBPW067.
       COPY LBPW101.
       COPY VIPW028.
       FD  EVENTOS
           LABEL RECORD IS OMITTED.
       01  REG-EVENTOS                PIC X(60).
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-LBD033             PIC XX       VALUE SPACES.
           05  ST-LBD036             PIC XX       VALUE SPACES.
           05  ST-LBD064             PIC XX       VALUE SPACES.
           05  ST-LBD066             PIC XX       VALUE SPACES.
           05  ST-LBD067             PIC XX       VALUE SPACES.
           05  ST-LBD101             PIC XX       VALUE SPACES.
           05  ST-VID028             PIC XX       VALUE SPACES.
           05  VID028-EXISTE-W       PIC 9        VALUE ZEROS.
           05  ST-EVENTOS            PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
      *    MODO DA APURACAO: 1 = RELATORIO DE CONFERENCIA; 2 = SO O
      *    TOTAL DE CONTROLE; 3 = GRAVA O ARQUIVO DE EXPORTACAO.
           05  MODO-W                PIC 9        VALUE ZEROS.
           05  COMPETENCIA-W         PIC 9(6)     VALUE ZEROS.
           05  DATA-INICIAL-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-FINAL-W          PIC 9(8)     VALUE ZEROS.
           05  TEM-LBD066-W          PIC 9        VALUE ZEROS.
           05  VERSAO-W              PIC 9(2)     VALUE ZEROS.
           05  ARQUIVO-NOME-W        PIC X(20)    VALUE SPACES.
           05  ARQUIVO-EVENTOS-W     PIC X(60)    VALUE SPACES.
           05  MOTIVO-W              PIC X(60)    VALUE SPACES.
           05  QT-LINHAS-W           PIC 9(6)     VALUE ZEROS.
           05  QT-SEM-EVENTO-W       PIC 9        VALUE ZEROS.
           05  TOTAL-GERAL-W         PIC 9(9)V99  VALUE ZEROS.
           05  ORIGEM-W              PIC 9(2)     VALUE ZEROS.
           05  EVENTO-W              PIC X(6)     VALUE SPACES.
           05  FUNCIONARIO-W         PIC 9(6)     VALUE ZEROS.
           05  INICIO-NOTURNO-W      PIC 9(4)     VALUE ZEROS.
           05  FIM-NOTURNO-W         PIC 9(4)     VALUE ZEROS.
           05  VALOR-PREMIO-W        PIC 9(6)V99  VALUE ZEROS.
      *    APURACAO DO FUNCIONARIO (MESMA CONTA DE MINUTOS DO LBP127)
           05  HORA-HH-W             PIC 9(2)     VALUE ZEROS.
           05  MIN-INIC-W            PIC 9(5)     VALUE ZEROS.
           05  MIN-FIM-W             PIC 9(5)     VALUE ZEROS.
           05  MINUTOS-LANCTO-W      PIC S9(5)    VALUE ZEROS.
           05  MINUTOS-DIA-W         PIC 9(5)     VALUE ZEROS.
           05  LIMITE-DIA-W          PIC 9(4)     VALUE ZEROS.
           05  DATA-CORRENTE-W       PIC 9(8)     VALUE ZEROS.
           05  DIA-SEMANA-W          PIC 9        VALUE ZEROS.
           05  PREMIO-DIA-W          PIC 9        VALUE ZEROS.
           05  JAN-INI-W             PIC 9(5)     VALUE ZEROS.
           05  JAN-FIM-W             PIC 9(5)     VALUE ZEROS.
           05  NOT-INI-W             PIC 9(5)     VALUE ZEROS.
           05  NOT-FIM-W             PIC 9(5)     VALUE ZEROS.
           05  SOBREPOE-W            PIC S9(5)    VALUE ZEROS.
           05  MIN-HE50-W            PIC 9(5)     VALUE ZEROS.
           05  MIN-HE100-W           PIC 9(5)     VALUE ZEROS.
           05  MIN-NOTURNO-W         PIC 9(5)     VALUE ZEROS.
           05  DIAS-PREMIO-W         PIC 9(2)     VALUE ZEROS.
           05  VALOR-DESCONTO-W      PIC 9(7)V99  VALUE ZEROS.
           05  TOTAL-FUNC-W          PIC 9(7)V99  VALUE ZEROS.
           05  TEM-EVENTO-W          PIC 9        VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  IND-F                 PIC 9(3)     VALUE ZEROS.
           05  IND-D                 PIC 9(3)     VALUE ZEROS.
           05  IND-E                 PIC 9        VALUE ZEROS.
      *    FUNCIONARIOS DA COMPETENCIA (COM PRODUCAO NO LBD101 OU
      *    DESCONTO NO VID028); ESTOURO E AVISADO, NAO SILENCIADO.
           05  QT-FUNC-W             PIC 9(3)     VALUE ZEROS.
           05  TAB-FUNC.
               10  TF-CODIGO OCCURS 500 TIMES PIC 9(6).
      *    REALIZADO POR DIA+TURNO NO MES, PARA O PREMIO DE META
           05  QT-TURNO-DIA-W        PIC 9(3)     VALUE ZEROS.
           05  TAB-TURNO-DIA.
               10  TD-OCC OCCURS 400 TIMES.
                   15  TD-DIA        PIC 9(2).
                   15  TD-TURNO      PIC 9(2).
                   15  TD-QTDE       PIC 9(7).
      *    EVENTOS DO FUNCIONARIO E DE-PARA, POR ORIGEM (1 A 5)
           05  TAB-EVENTOS.
               10  EV-OCC OCCURS 5 TIMES.
                   15  EV-QTDE       PIC 9(3)V99.
                   15  EV-VALOR      PIC 9(7)V99.
                   15  EV-TOT-QTDE   PIC 9(6)V99.
                   15  EV-TOT-VALOR  PIC 9(9)V99.
                   15  MAP-EVENTO    PIC X(6).
           05  TAB-ORIGENS-VALORES.
               10  FILLER  PIC X(22) VALUE "HORAS EXTRAS 50%".
               10  FILLER  PIC X(22) VALUE "HORAS EXTRAS 100%".
               10  FILLER  PIC X(22) VALUE "ADICIONAL NOTURNO".
               10  FILLER  PIC X(22) VALUE "DESCONTO AVARIA CAMERA".
               10  FILLER  PIC X(22) VALUE "PREMIO META DO TURNO".
           05  TAB-ORIGENS REDEFINES TAB-ORIGENS-VALORES.
               10  NOME-ORIGEM-W OCCURS 5 TIMES PIC X(22).
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
           05  FILLER              PIC X(50)   VALUE
           "CONFERENCIA DOS EVENTOS VARIAVEIS DA FOLHA - COMP ".
           05  COMPETENCIA-REL     PIC 9(6).
       01  CAB03.
           05  FILLER              PIC X(95)   VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(39)   VALUE
               "FUNCIO NOME".
           05  FILLER              PIC X(25)   VALUE "ORIGEM".
           05  FILLER              PIC X(8)    VALUE "EVENTO".
           05  FILLER              PIC X(11)   VALUE " QUANTIDADE".
           05  FILLER              PIC X(12)   VALUE "       VALOR".
       01  LINDET.
           05  LINDET-REL          PIC X(95)   VALUE SPACES.
       01  LINTOT1.
           05  FILLER          PIC X(30) VALUE
               "FUNCIONARIOS NA COMPETENCIA: ".
           05  QT-FUNC-REL         PIC ZZ9.
       01  LINTOT2.
           05  FILLER          PIC X(30) VALUE
               "TOTAL DE CONTROLE..........: ".
           05  TOTAL-GERAL-REL     PIC ZZZ.ZZZ.ZZ9,99.
       01  QTDE-ED-W               PIC ZZ.ZZ9,99.
       01  VALOR-ED-W              PIC Z.ZZZ.ZZ9,99.

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
           MOVE "LBD033" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD033.
           MOVE "LBD036" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD036.
           MOVE "LBD064" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD064.
           MOVE "LBD066" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD066.
           MOVE "LBD067" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD067.
           MOVE "LBD101" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD101.
           MOVE "VID028" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID028.
           OPEN INPUT CGD001 LBD033 LBD036 LBD101.
      *    INCIDENTES DE AVARIA (VIP029): SEM O ARQUIVO NAO HA
      *    DESCONTO.
           OPEN INPUT VID028.
           IF ST-VID028 = "00"
              MOVE 1 TO VID028-EXISTE-W
           END-IF.
           OPEN I-O LBD064.
           IF ST-LBD064 = "35"
              OPEN OUTPUT LBD064
              CLOSE       LBD064
              OPEN I-O    LBD064
           END-IF.
           OPEN I-O LBD066.
           IF ST-LBD066 = "35"
              OPEN OUTPUT LBD066
              CLOSE       LBD066
              OPEN I-O    LBD066
           END-IF.
           OPEN I-O LBD067.
           IF ST-LBD067 = "35"
              OPEN OUTPUT LBD067
              CLOSE       LBD067
              OPEN I-O    LBD067
           END-IF.
           IF ST-LBD101 <> "00"
              DISPLAY "ERRO ABERTURA LBD101: " ST-LBD101
              MOVE 1 TO ERRO-W.
           IF ST-LBD064 <> "00"
              DISPLAY "ERRO ABERTURA LBD064: " ST-LBD064
              MOVE 1 TO ERRO-W.
           IF ST-LBD066 <> "00"
              DISPLAY "ERRO ABERTURA LBD066: " ST-LBD066
              MOVE 1 TO ERRO-W.
           IF ST-LBD067 <> "00"
              DISPLAY "ERRO ABERTURA LBD067: " ST-LBD067
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "LBP153" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA LBP153"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           IF ERRO-W = ZEROS
              PERFORM LE-PARAMETROS
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-EVENTOS  2-DESCONTOS  3-PARAMETROS  "
                   "4-CONFERENCIA  5-EXPORTAR  6-REABRIR  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM MANTEM-EVENTOS
              WHEN 2 PERFORM CONSULTA-DESCONTOS
              WHEN 3 PERFORM MANTEM-PARAMETROS
              WHEN 4 PERFORM CONFERENCIA
              WHEN 5 PERFORM EXPORTA-COMPETENCIA
              WHEN 6 PERFORM REABRE-COMPETENCIA
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    PARAMETROS (REGISTRO UNICO DE LBD067)
      *----------------------------------------------------------------
       LE-PARAMETROS SECTION.
           MOVE "1" TO CHAVE-L67.
           READ LBD067 INVALID KEY
                INITIALIZE REG-LBD067
                MOVE "1"  TO CHAVE-L67
                MOVE 2200 TO INICIO-NOTURNO-L67
                MOVE 0500 TO FIM-NOTURNO-L67
                WRITE REG-LBD067 INVALID KEY
                      DISPLAY "ERRO GRAVACAO LBD067: " ST-LBD067
                END-WRITE
           END-READ.

       MANTEM-PARAMETROS SECTION.
           PERFORM LE-PARAMETROS.
           DISPLAY "JANELA NOTURNA " INICIO-NOTURNO-L67 " A "
                   FIM-NOTURNO-L67 "  PREMIO POR DIA "
                   VALOR-PREMIO-DIA-L67 "  SUPERVISOR "
                   SUPERVISOR-L67.
           DISPLAY "Inicio do adicional noturno HHMM (0 = mantem): ".
           ACCEPT INICIO-NOTURNO-W FROM CONSOLE.
           DISPLAY "Fim do adicional noturno HHMM (0 = mantem): ".
           ACCEPT FIM-NOTURNO-W FROM CONSOLE.
           DISPLAY "Premio por dia de meta (digitos, 2 decimais, "
                   "0 = mantem): ".
           ACCEPT VALOR-PREMIO-W FROM CONSOLE.
           IF INICIO-NOTURNO-W > 2359 OR FIM-NOTURNO-W > 2359
              DISPLAY "HORARIO INVALIDO - PARAMETROS NAO ALTERADOS"
              GO MANTEM-PARAMETROS-FIM
           END-IF.
           IF INICIO-NOTURNO-W > ZEROS
              MOVE INICIO-NOTURNO-W TO INICIO-NOTURNO-L67
           END-IF.
           IF FIM-NOTURNO-W > ZEROS
              MOVE FIM-NOTURNO-W    TO FIM-NOTURNO-L67
           END-IF.
           IF VALOR-PREMIO-W > ZEROS
              MOVE VALOR-PREMIO-W   TO VALOR-PREMIO-DIA-L67
           END-IF.
           MOVE DATA-HOJE-W   TO DATA-ALTERACAO-L67.
           MOVE COD-USUARIO-W TO USUARIO-L67.
           REWRITE REG-LBD067 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD067: " ST-LBD067
           END-REWRITE.
           DISPLAY "PARAMETROS GRAVADOS.".
       MANTEM-PARAMETROS-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    DE-PARA ORIGEM -> EVENTO DO ESCRITORIO DE FOLHA
      *----------------------------------------------------------------
       MANTEM-EVENTOS SECTION.
           PERFORM CARREGA-DE-PARA.
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > 5
              DISPLAY "0" IND-E " " NOME-ORIGEM-W(IND-E) " -> "
                      MAP-EVENTO(IND-E)
           END-PERFORM.
           DISPLAY "Origem (1 a 5, 0 = VOLTAR): ".
           ACCEPT ORIGEM-W FROM CONSOLE.
           IF ORIGEM-W < 1 OR ORIGEM-W > 5
              GO MANTEM-EVENTOS-FIM
           END-IF.
           DISPLAY "Codigo do evento no sistema de folha: ".
           ACCEPT EVENTO-W FROM CONSOLE.
           IF EVENTO-W = SPACES
              DISPLAY "EVENTO NAO INFORMADO - DE-PARA NAO ALTERADO"
              GO MANTEM-EVENTOS-FIM
           END-IF.
           MOVE ORIGEM-W TO ORIGEM-L64.
           READ LBD064 INVALID KEY
                INITIALIZE REG-LBD064
                MOVE ORIGEM-W TO ORIGEM-L64
                MOVE "10" TO ST-LBD064
           END-READ.
           DISPLAY "Descricao do evento na folha: ".
           ACCEPT DESCRICAO-L64 FROM CONSOLE.
           MOVE EVENTO-W      TO EVENTO-FOLHA-L64.
           MOVE DATA-HOJE-W   TO DATA-ALTERACAO-L64.
           MOVE COD-USUARIO-W TO USUARIO-L64.
           IF ST-LBD064 = "10"
              WRITE REG-LBD064 INVALID KEY
                    DISPLAY "ERRO GRAVACAO LBD064: " ST-LBD064
              END-WRITE
           ELSE
              REWRITE REG-LBD064 INVALID KEY
                    DISPLAY "ERRO REGRAVACAO LBD064: " ST-LBD064
              END-REWRITE
           END-IF.
           MOVE ZEROS TO ST-LBD064.
           DISPLAY "DE-PARA GRAVADO.".
       MANTEM-EVENTOS-FIM.
           EXIT.

       CARREGA-DE-PARA SECTION.
           MOVE ZEROS TO QT-SEM-EVENTO-W.
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > 5
              MOVE IND-E TO ORIGEM-L64
              READ LBD064 INVALID KEY
                   MOVE SPACES TO EVENTO-FOLHA-L64
              END-READ
              MOVE EVENTO-FOLHA-L64 TO MAP-EVENTO(IND-E)
              IF EVENTO-FOLHA-L64 = SPACES
                 MOVE 1 TO QT-SEM-EVENTO-W
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      *    DESCONTOS POR AVARIA DE CAMERA
      *----------------------------------------------------------------
      *    O DESCONTO E DECIDIDO NO VIP029 (RESPONSAVEL 2 -
      *    FUNCIONARIO) E ENTRA NA COMPETENCIA DA DATA DA DECISAO;
      *    AQUI SO SE CONSULTA.
       CONSULTA-DESCONTOS SECTION.
           PERFORM PEDE-COMPETENCIA.
           IF COMPETENCIA-W = ZEROS
              GO CONSULTA-DESCONTOS-FIM
           END-IF.
           IF VID028-EXISTE-W = 0
              DISPLAY "NENHUM INCIDENTE DE AVARIA (VIP029)"
              GO CONSULTA-DESCONTOS-FIM
           END-IF.
           DISPLAY "Codigo do funcionario (CGD001): ".
           ACCEPT FUNCIONARIO-W FROM CONSOLE.
           MOVE FUNCIONARIO-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                DISPLAY "FUNCIONARIO NAO CADASTRADO"
                GO CONSULTA-DESCONTOS-FIM
           END-READ.
           DISPLAY NOME-CG01.
           MOVE ZEROS TO VALOR-DESCONTO-W.
           MOVE FUNCIONARIO-W TO FUNCIONARIO-V28.
           START VID028 KEY IS NOT < FUNCIONARIO-V28 INVALID KEY
                 MOVE "10" TO ST-VID028.
           PERFORM UNTIL ST-VID028 = "10"
              READ VID028 NEXT RECORD AT END MOVE "10" TO ST-VID028
              NOT AT END
                IF FUNCIONARIO-V28 <> FUNCIONARIO-W
                   MOVE "10" TO ST-VID028
                ELSE
                   IF RESPONSAVEL-V28 = 2
                      AND DATA-DECISAO-V28 >= DATA-INICIAL-W
                      AND DATA-DECISAO-V28 <= DATA-FINAL-W
                      ADD VALOR-DESCONTO-V28 TO VALOR-DESCONTO-W
                      MOVE VALOR-DESCONTO-V28 TO VALOR-ED-W
                      DISPLAY CODIGO-V28 "/" SEQ-SAIDA-V28 " "
                              DATA-DECISAO-V28 " " VALOR-ED-W " "
                              DESCRICAO-V28(1: 40)
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID028.
           MOVE VALOR-DESCONTO-W TO VALOR-ED-W.
           DISPLAY "TOTAL DO DESCONTO NA COMPETENCIA: " VALOR-ED-W.
       CONSULTA-DESCONTOS-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    CONFERENCIA, EXPORTACAO E REABERTURA
      *----------------------------------------------------------------
       PEDE-COMPETENCIA SECTION.
           DISPLAY "Competencia (AAAAMM): ".
           ACCEPT COMPETENCIA-W FROM CONSOLE.
           IF COMPETENCIA-W(5: 2) < "01" OR COMPETENCIA-W(5: 2) > "12"
              DISPLAY "COMPETENCIA INVALIDA"
              MOVE ZEROS TO COMPETENCIA-W
              GO PEDE-COMPETENCIA-FIM
           END-IF.
           COMPUTE DATA-INICIAL-W = COMPETENCIA-W * 100 + 1.
           COMPUTE DATA-FINAL-W   = COMPETENCIA-W * 100 + 31.
           MOVE 1 TO TEM-LBD066-W.
           MOVE COMPETENCIA-W TO COMPETENCIA-L66.
           READ LBD066 INVALID KEY
                MOVE ZEROS TO TEM-LBD066-W
                INITIALIZE REG-LBD066
                MOVE COMPETENCIA-W TO COMPETENCIA-L66
           END-READ.
       PEDE-COMPETENCIA-FIM.
           EXIT.

       CONFERENCIA SECTION.
           PERFORM PEDE-COMPETENCIA.
           IF COMPETENCIA-W = ZEROS
              GO CONFERENCIA-FIM
           END-IF.
           MOVE 1 TO MODO-W.
           PERFORM APURA-COMPETENCIA.
           IF QT-SEM-EVENTO-W = 1
              DISPLAY "HA ORIGEM SEM EVENTO NO DE-PARA (OPCAO 1) - "
                      "A EXPORTACAO SERA RECUSADA"
           END-IF.
           IF TEM-LBD066-W = 1 AND SITUACAO-L66 = 1
              DISPLAY "COMPETENCIA JA EXPORTADA EM "
                      DATA-EXPORTACAO-L66 " (" ARQUIVO-L66 ")"
              GO CONFERENCIA-FIM
           END-IF.
      *    A CONFERENCIA IMPRESSA LIBERA A EXPORTACAO DESTE TOTAL
           ACCEPT HORA-W FROM TIME.
           MOVE DATA-HOJE-W       TO DATA-CONFERENCIA-L66.
           MOVE HORA-W(1: 6)      TO HORA-CONFERENCIA-L66.
           MOVE COD-USUARIO-W     TO USUARIO-CONFERENCIA-L66.
           MOVE TOTAL-GERAL-W     TO TOTAL-CONFERIDO-L66.
           IF TEM-LBD066-W = 0
              MOVE ZEROS TO SITUACAO-L66
              WRITE REG-LBD066 INVALID KEY
                    DISPLAY "ERRO GRAVACAO LBD066: " ST-LBD066
              END-WRITE
           ELSE
              REWRITE REG-LBD066 INVALID KEY
                    DISPLAY "ERRO REGRAVACAO LBD066: " ST-LBD066
              END-REWRITE
           END-IF.
           DISPLAY "CONFERENCIA IMPRESSA - TOTAL DE CONTROLE "
                   TOTAL-GERAL-W.
       CONFERENCIA-FIM.
           EXIT.

       EXPORTA-COMPETENCIA SECTION.
           PERFORM PEDE-COMPETENCIA.
           IF COMPETENCIA-W = ZEROS
              GO EXPORTA-COMPETENCIA-FIM
           END-IF.
           IF TEM-LBD066-W = 1 AND SITUACAO-L66 = 1
              DISPLAY "COMPETENCIA JA EXPORTADA EM "
                      DATA-EXPORTACAO-L66 " (" ARQUIVO-L66
                      ") - REABERTURA SO PELO SUPERVISOR (OPCAO 6)"
              GO EXPORTA-COMPETENCIA-FIM
           END-IF.
           IF TEM-LBD066-W = 0 OR DATA-CONFERENCIA-L66 = ZEROS
              DISPLAY "IMPRIMA E CONFIRA A CONFERENCIA ANTES "
                      "(OPCAO 4)"
              GO EXPORTA-COMPETENCIA-FIM
           END-IF.
           PERFORM CARREGA-DE-PARA.
           IF QT-SEM-EVENTO-W = 1
              DISPLAY "HA ORIGEM SEM EVENTO NO DE-PARA (OPCAO 1) - "
                      "EXPORTACAO RECUSADA"
              GO EXPORTA-COMPETENCIA-FIM
           END-IF.
           MOVE 2 TO MODO-W.
           PERFORM APURA-COMPETENCIA.
           IF TOTAL-GERAL-W <> TOTAL-CONFERIDO-L66
              DISPLAY "MOVIMENTO ALTERADO DESDE A CONFERENCIA DE "
                      DATA-CONFERENCIA-L66 " - CONFERIR DE NOVO"
              GO EXPORTA-COMPETENCIA-FIM
           END-IF.
           DISPLAY "TOTAL DE CONTROLE " TOTAL-GERAL-W
                   " - CONFIRMA EXPORTACAO (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO EXPORTA-COMPETENCIA-FIM
           END-IF.
           COMPUTE VERSAO-W = VERSAO-L66 + 1.
           MOVE SPACES TO ARQUIVO-NOME-W ARQUIVO-EVENTOS-W.
           IF VERSAO-W > 1
              STRING "FOLHA" COMPETENCIA-W "V" VERSAO-W ".TXT"
                     DELIMITED BY SIZE INTO ARQUIVO-NOME-W
           ELSE
              STRING "FOLHA" COMPETENCIA-W ".TXT"
                     DELIMITED BY SIZE INTO ARQUIVO-NOME-W
           END-IF.
           STRING "\PROGRAMA\KELLO\" EMPRESA-W "\"
                  ARQUIVO-NOME-W DELIMITED BY SPACE
                  INTO ARQUIVO-EVENTOS-W.
           OPEN OUTPUT EVENTOS.
           IF ST-EVENTOS <> "00"
              DISPLAY "ERRO ABERTURA " ARQUIVO-EVENTOS-W ": "
                      ST-EVENTOS
              GO EXPORTA-COMPETENCIA-FIM
           END-IF.
           MOVE 3 TO MODO-W.
           PERFORM APURA-COMPETENCIA.
           CLOSE EVENTOS.
           ACCEPT HORA-W FROM TIME.
           MOVE 1              TO SITUACAO-L66.
           MOVE VERSAO-W       TO VERSAO-L66.
           MOVE ARQUIVO-NOME-W TO ARQUIVO-L66.
           MOVE QT-LINHAS-W    TO QT-LINHAS-L66.
           MOVE DATA-HOJE-W    TO DATA-EXPORTACAO-L66.
           MOVE HORA-W(1: 6)   TO HORA-EXPORTACAO-L66.
           MOVE COD-USUARIO-W  TO USUARIO-EXPORTACAO-L66.
           REWRITE REG-LBD066 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD066: " ST-LBD066
           END-REWRITE.
           DISPLAY "GERADO " ARQUIVO-NOME-W " - " QT-LINHAS-W
                   " LINHAS.".
       EXPORTA-COMPETENCIA-FIM.
           EXIT.

      *    COMO NO CPP071: O PRIMEIRO USUARIO A REABRIR FICA
      *    REGISTRADO COMO SUPERVISOR; DEPOIS SO ELE REABRE.
       REABRE-COMPETENCIA SECTION.
           PERFORM LE-PARAMETROS.
           IF SUPERVISOR-L67 = ZEROS
              MOVE COD-USUARIO-W TO SUPERVISOR-L67
              REWRITE REG-LBD067 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO LBD067: " ST-LBD067
              END-REWRITE
              DISPLAY "PRIMEIRA REABERTURA - USUARIO " COD-USUARIO-W
                      " REGISTRADO COMO SUPERVISOR"
           END-IF.
           IF SUPERVISOR-L67 NOT = COD-USUARIO-W
              DISPLAY "REABERTURA RESTRITA AO SUPERVISOR "
                      SUPERVISOR-L67
              GO REABRE-COMPETENCIA-FIM
           END-IF.
           PERFORM PEDE-COMPETENCIA.
           IF COMPETENCIA-W = ZEROS
              GO REABRE-COMPETENCIA-FIM
           END-IF.
           IF TEM-LBD066-W = 0 OR SITUACAO-L66 <> 1
              DISPLAY "COMPETENCIA NAO FOI EXPORTADA"
              GO REABRE-COMPETENCIA-FIM
           END-IF.
           DISPLAY "Motivo da reabertura: ".
           ACCEPT MOTIVO-W FROM CONSOLE.
           IF MOTIVO-W = SPACES
              DISPLAY "MOTIVO OBRIGATORIO - COMPETENCIA SEGUE "
                      "EXPORTADA"
              GO REABRE-COMPETENCIA-FIM
           END-IF.
           ACCEPT HORA-W FROM TIME.
           MOVE 2             TO SITUACAO-L66.
           MOVE DATA-HOJE-W   TO DATA-REABERTURA-L66.
           MOVE HORA-W(1: 6)  TO HORA-REABERTURA-L66.
           MOVE COD-USUARIO-W TO USUARIO-REABERTURA-L66.
           MOVE MOTIVO-W      TO MOTIVO-REABERTURA-L66.
      *    A NOVA EXPORTACAO EXIGE NOVA CONFERENCIA
           MOVE ZEROS TO DATA-CONFERENCIA-L66 HORA-CONFERENCIA-L66
                         USUARIO-CONFERENCIA-L66 TOTAL-CONFERIDO-L66.
           REWRITE REG-LBD066 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD066: " ST-LBD066
                GO REABRE-COMPETENCIA-FIM
           END-REWRITE.
           DISPLAY "COMPETENCIA " COMPETENCIA-W " REABERTA.".
       REABRE-COMPETENCIA-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    APURACAO DA COMPETENCIA (MODO-W 1/2/3)
      *----------------------------------------------------------------
       APURA-COMPETENCIA SECTION.
           PERFORM CARREGA-DE-PARA.
           PERFORM LE-PARAMETROS.
           COMPUTE HORA-HH-W = INICIO-NOTURNO-L67 / 100.
           COMPUTE NOT-INI-W = HORA-HH-W * 60
              + FUNCTION MOD(INICIO-NOTURNO-L67, 100).
           COMPUTE HORA-HH-W = FIM-NOTURNO-L67 / 100.
           COMPUTE NOT-FIM-W = HORA-HH-W * 60
              + FUNCTION MOD(FIM-NOTURNO-L67, 100).
           MOVE ZEROS TO QT-FUNC-W QT-TURNO-DIA-W TOTAL-GERAL-W
                         QT-LINHAS-W.
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > 5
              MOVE ZEROS TO EV-TOT-QTDE(IND-E) EV-TOT-VALOR(IND-E)
           END-PERFORM.
           PERFORM MONTA-TURNO-DIA.
           PERFORM MONTA-FUNC-DESCONTO.
           IF MODO-W = 1
              OPEN OUTPUT RELAT
              MOVE ZEROS TO PAGE-COUNT
              MOVE COMPETENCIA-W TO COMPETENCIA-REL
              PERFORM CABECALHO
           END-IF.
           PERFORM APURA-FUNCIONARIO
                   VARYING IND-F FROM 1 BY 1 UNTIL IND-F > QT-FUNC-W.
           IF MODO-W = 1
              PERFORM IMPRIME-TOTAIS
              CLOSE RELAT
           END-IF.

      *    PRIMEIRA PASSADA NO MES PELA CHAVE PRIMARIA: REALIZADO DE
      *    CADA TURNO EM CADA DIA E A LISTA DOS FUNCIONARIOS.
       MONTA-TURNO-DIA SECTION.
           MOVE DATA-INICIAL-W TO DATA-MOVTO-L101.
           MOVE ZEROS          TO SEQ-L101.
           START LBD101 KEY IS NOT < CHAVE-L101 INVALID KEY
                 MOVE "10" TO ST-LBD101.
           PERFORM UNTIL ST-LBD101 = "10"
              READ LBD101 NEXT RECORD AT END MOVE "10" TO ST-LBD101
              NOT AT END
                IF DATA-MOVTO-L101 > DATA-FINAL-W
                   MOVE "10" TO ST-LBD101
                ELSE
                   PERFORM ACUMULA-TURNO-DIA
                   MOVE FUNCIONARIO-L101 TO FUNCIONARIO-W
                   PERFORM INCLUI-FUNCIONARIO
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD101.

       ACUMULA-TURNO-DIA SECTION.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING IND-D FROM 1 BY 1
                     UNTIL IND-D > QT-TURNO-DIA-W OR ACHOU-W = 1
              IF TD-DIA(IND-D) = DATA-MOVTO-L101(7: 2)
                 AND TD-TURNO(IND-D) = TURNO-L101
                 MOVE 1 TO ACHOU-W
              END-IF
           END-PERFORM.
           IF ACHOU-W = 1
              SUBTRACT 1 FROM IND-D
              ADD QTDE-FILMES-L101 TO TD-QTDE(IND-D)
           ELSE
              IF QT-TURNO-DIA-W < 400
                 ADD 1 TO QT-TURNO-DIA-W
                 MOVE DATA-MOVTO-L101(7: 2) TO TD-DIA(QT-TURNO-DIA-W)
                 MOVE TURNO-L101       TO TD-TURNO(QT-TURNO-DIA-W)
                 MOVE QTDE-FILMES-L101 TO TD-QTDE(QT-TURNO-DIA-W)
              ELSE
                 DISPLAY "TABELA DE TURNOS CHEIA - TURNO "
                         TURNO-L101 " DIA " DATA-MOVTO-L101
                         " SEM PREMIO"
              END-IF
           END-IF.

      *    FUNCIONARIOS COM DESCONTO DECIDIDO NA COMPETENCIA, MESMO
      *    SEM PRODUCAO NO LBD101.
       MONTA-FUNC-DESCONTO SECTION.
           IF VID028-EXISTE-W = 0
              GO MONTA-FUNC-DESCONTO-FIM
           END-IF.
           MOVE ZEROS TO CHAVE-V28.
           START VID028 KEY IS NOT < CHAVE-V28 INVALID KEY
                 MOVE "10" TO ST-VID028.
           PERFORM UNTIL ST-VID028 = "10"
              READ VID028 NEXT RECORD AT END MOVE "10" TO ST-VID028
              NOT AT END
                IF RESPONSAVEL-V28 = 2
                   AND DATA-DECISAO-V28 >= DATA-INICIAL-W
                   AND DATA-DECISAO-V28 <= DATA-FINAL-W
                   MOVE FUNCIONARIO-V28 TO FUNCIONARIO-W
                   PERFORM INCLUI-FUNCIONARIO
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID028.
       MONTA-FUNC-DESCONTO-FIM.
           EXIT.

       INCLUI-FUNCIONARIO SECTION.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING IND-D FROM 1 BY 1
                     UNTIL IND-D > QT-FUNC-W OR ACHOU-W = 1
              IF TF-CODIGO(IND-D) = FUNCIONARIO-W
                 MOVE 1 TO ACHOU-W
              END-IF
           END-PERFORM.
           IF ACHOU-W = 0
              IF QT-FUNC-W < 500
                 ADD 1 TO QT-FUNC-W
                 MOVE FUNCIONARIO-W TO TF-CODIGO(QT-FUNC-W)
              ELSE
                 DISPLAY "TABELA DE FUNCIONARIOS CHEIA - "
                         FUNCIONARIO-W " NAO APURADO"
              END-IF
           END-IF.

      *    SEGUNDA PASSADA POR FUNCIONARIO, PELA CHAVE ALTERNADA (MESMO
      *    ACESSO DO LBP127): LANCAMENTOS EM ORDEM DE DATA, SUBTOTAL DO
      *    DIA FECHADO NA VIRADA.
       APURA-FUNCIONARIO SECTION.
           MOVE TF-CODIGO(IND-F) TO FUNCIONARIO-W.
           MOVE ZEROS TO MIN-HE50-W MIN-HE100-W MIN-NOTURNO-W
                         DIAS-PREMIO-W VALOR-DESCONTO-W
                         DATA-CORRENTE-W MINUTOS-DIA-W PREMIO-DIA-W.
           MOVE FUNCIONARIO-W TO FUNCIONARIO-L101.
           START LBD101 KEY IS NOT < FUNCIONARIO-L101 INVALID KEY
                 MOVE "10" TO ST-LBD101.
           PERFORM UNTIL ST-LBD101 = "10"
              READ LBD101 NEXT RECORD AT END MOVE "10" TO ST-LBD101
              NOT AT END
                IF FUNCIONARIO-L101 <> FUNCIONARIO-W
                   MOVE "10" TO ST-LBD101
                ELSE
                   IF DATA-MOVTO-L101 >= DATA-INICIAL-W
                      AND DATA-MOVTO-L101 <= DATA-FINAL-W
                      PERFORM PROCESSA-LANCAMENTO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD101.
           PERFORM FECHA-DIA-CORRENTE.
           IF VID028-EXISTE-W = 1
              PERFORM SOMA-DESCONTO-AVARIA
           END-IF.
           PERFORM MONTA-EVENTOS.
           PERFORM EMITE-EVENTOS.

      *    ORIGEM 04: INCIDENTES DO VID028 COM O FUNCIONARIO COMO
      *    RESPONSAVEL (2) E DECISAO DENTRO DA COMPETENCIA.
       SOMA-DESCONTO-AVARIA SECTION.
           MOVE FUNCIONARIO-W TO FUNCIONARIO-V28.
           START VID028 KEY IS NOT < FUNCIONARIO-V28 INVALID KEY
                 MOVE "10" TO ST-VID028.
           PERFORM UNTIL ST-VID028 = "10"
              READ VID028 NEXT RECORD AT END MOVE "10" TO ST-VID028
              NOT AT END
                IF FUNCIONARIO-V28 <> FUNCIONARIO-W
                   MOVE "10" TO ST-VID028
                ELSE
                   IF RESPONSAVEL-V28 = 2
                      AND DATA-DECISAO-V28 >= DATA-INICIAL-W
                      AND DATA-DECISAO-V28 <= DATA-FINAL-W
                      ADD VALOR-DESCONTO-V28 TO VALOR-DESCONTO-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID028.

       PROCESSA-LANCAMENTO SECTION.
           IF DATA-MOVTO-L101 <> DATA-CORRENTE-W
              PERFORM FECHA-DIA-CORRENTE
              MOVE DATA-MOVTO-L101 TO DATA-CORRENTE-W
              MOVE ZEROS TO MINUTOS-DIA-W PREMIO-DIA-W
      *       DIA 1 (01/01/1601) FOI SEGUNDA-FEIRA: RESTO 0 = DOMINGO
              COMPUTE DIA-SEMANA-W = FUNCTION MOD
                 (FUNCTION INTEGER-OF-DATE(DATA-MOVTO-L101), 7)
           END-IF.
           COMPUTE HORA-HH-W = HORA-INIC-L101 / 100.
           COMPUTE MIN-INIC-W = HORA-HH-W * 60
              + FUNCTION MOD(HORA-INIC-L101, 100).
           COMPUTE HORA-HH-W = HORA-FIM-L101 / 100.
           COMPUTE MIN-FIM-W = HORA-HH-W * 60
              + FUNCTION MOD(HORA-FIM-L101, 100).
           COMPUTE MINUTOS-LANCTO-W = MIN-FIM-W - MIN-INIC-W.
           IF MINUTOS-LANCTO-W < ZEROS
              MOVE ZEROS TO MINUTOS-LANCTO-W
              GO PROCESSA-LANCAMENTO-FIM
           END-IF.
           ADD MINUTOS-LANCTO-W TO MINUTOS-DIA-W.
           MOVE TURNO-L101 TO TURNO-L36.
           READ LBD036 INVALID KEY
                MOVE 528 TO LIMITE-DIA-W
              NOT INVALID KEY
                MOVE LIMITE-DIA-MIN-L36 TO LIMITE-DIA-W
           END-READ.
      *    JANELA NOTURNA QUE PASSA DA MEIA-NOITE VIRA DOIS TRECHOS
           IF NOT-INI-W > NOT-FIM-W
              MOVE NOT-INI-W TO JAN-INI-W
              MOVE 1440      TO JAN-FIM-W
              PERFORM SOMA-NOTURNO
              MOVE ZEROS     TO JAN-INI-W
              MOVE NOT-FIM-W TO JAN-FIM-W
              PERFORM SOMA-NOTURNO
           ELSE
              MOVE NOT-INI-W TO JAN-INI-W
              MOVE NOT-FIM-W TO JAN-FIM-W
              PERFORM SOMA-NOTURNO
           END-IF.
           IF PREMIO-DIA-W = 0
              PERFORM VERIFICA-META-TURNO
           END-IF.
       PROCESSA-LANCAMENTO-FIM.
           EXIT.

       SOMA-NOTURNO SECTION.
           IF MIN-INIC-W > JAN-INI-W
              MOVE MIN-INIC-W TO JAN-INI-W
           END-IF.
           IF MIN-FIM-W < JAN-FIM-W
              MOVE MIN-FIM-W  TO JAN-FIM-W
           END-IF.
           COMPUTE SOBREPOE-W = JAN-FIM-W - JAN-INI-W.
           IF SOBREPOE-W > ZEROS
              ADD SOBREPOE-W TO MIN-NOTURNO-W
           END-IF.

      *    O DIA DA PREMIO QUANDO O TURNO DO LANCAMENTO ATINGIU A META
      *    GERAL (TIPO DE FILME 00) NAQUELE DIA.
       VERIFICA-META-TURNO SECTION.
           MOVE TURNO-L101 TO TURNO-L33.
           MOVE ZEROS      TO TIPO-FILME-L33.
           READ LBD033 INVALID KEY
                GO VERIFICA-META-TURNO-FIM
           END-READ.
           IF META-QTDE-L33 = ZEROS
              GO VERIFICA-META-TURNO-FIM
           END-IF.
           PERFORM VARYING IND-D FROM 1 BY 1
                     UNTIL IND-D > QT-TURNO-DIA-W
              IF TD-DIA(IND-D) = DATA-MOVTO-L101(7: 2)
                 AND TD-TURNO(IND-D) = TURNO-L101
                 AND TD-QTDE(IND-D) NOT < META-QTDE-L33
                 MOVE 1 TO PREMIO-DIA-W
              END-IF
           END-PERFORM.
       VERIFICA-META-TURNO-FIM.
           EXIT.

       FECHA-DIA-CORRENTE SECTION.
           IF DATA-CORRENTE-W = ZEROS
              GO FECHA-DIA-CORRENTE-FIM
           END-IF.
           IF DIA-SEMANA-W = 0
              ADD MINUTOS-DIA-W TO MIN-HE100-W
           ELSE
              IF MINUTOS-DIA-W > LIMITE-DIA-W
                 COMPUTE MIN-HE50-W = MIN-HE50-W
                                    + MINUTOS-DIA-W - LIMITE-DIA-W
              END-IF
           END-IF.
           IF PREMIO-DIA-W = 1
              ADD 1 TO DIAS-PREMIO-W
           END-IF.
       FECHA-DIA-CORRENTE-FIM.
           EXIT.

      *    HORAS EM CENTESIMOS (90 MINUTOS = 1,50), COMO O ESCRITORIO
      *    RECEBE; DESCONTO E PREMIO EM VALOR.
       MONTA-EVENTOS SECTION.
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > 5
              MOVE ZEROS TO EV-QTDE(IND-E) EV-VALOR(IND-E)
           END-PERFORM.
           COMPUTE EV-QTDE(1) ROUNDED = MIN-HE50-W / 60.
           COMPUTE EV-QTDE(2) ROUNDED = MIN-HE100-W / 60.
           COMPUTE EV-QTDE(3) ROUNDED = MIN-NOTURNO-W / 60.
           MOVE VALOR-DESCONTO-W TO EV-VALOR(4).
           MOVE DIAS-PREMIO-W    TO EV-QTDE(5).
           COMPUTE EV-VALOR(5) = DIAS-PREMIO-W * VALOR-PREMIO-DIA-L67.

       EMITE-EVENTOS SECTION.
           MOVE ZEROS TO TEM-EVENTO-W TOTAL-FUNC-W.
           IF MODO-W = 1
              MOVE FUNCIONARIO-W TO CODIGO-CG01
              READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
              END-READ
           END-IF.
           PERFORM EMITE-EVENTO
                   VARYING IND-E FROM 1 BY 1 UNTIL IND-E > 5.
           IF MODO-W = 1 AND TEM-EVENTO-W = 1
              MOVE SPACES TO LINDET-REL
              MOVE "TOTAL DO FUNCIONARIO" TO LINDET-REL(39: 20)
              MOVE TOTAL-FUNC-W TO VALOR-ED-W
              MOVE VALOR-ED-W   TO LINDET-REL(84: 12)
              WRITE REG-RELAT FROM LINDET
              MOVE SPACES TO LINDET-REL
              WRITE REG-RELAT FROM LINDET
              ADD 2 TO LIN
              IF LIN > 56 PERFORM CABECALHO END-IF
           END-IF.

       EMITE-EVENTO SECTION.
           IF EV-QTDE(IND-E) = ZEROS AND EV-VALOR(IND-E) = ZEROS
              GO EMITE-EVENTO-FIM
           END-IF.
           ADD EV-QTDE(IND-E) EV-VALOR(IND-E) TO TOTAL-GERAL-W.
           ADD EV-QTDE(IND-E)  TO EV-TOT-QTDE(IND-E).
           ADD EV-VALOR(IND-E) TO EV-TOT-VALOR(IND-E).
           EVALUATE MODO-W
              WHEN 1
                 MOVE SPACES TO LINDET-REL
                 IF TEM-EVENTO-W = 0
                    MOVE FUNCIONARIO-W TO LINDET-REL(1: 6)
                    MOVE NOME-CG01     TO LINDET-REL(8: 30)
                 END-IF
                 MOVE IND-E                TO LINDET-REL(40: 1)
                 MOVE NOME-ORIGEM-W(IND-E) TO LINDET-REL(42: 22)
                 IF MAP-EVENTO(IND-E) = SPACES
                    MOVE "***"             TO LINDET-REL(65: 6)
                 ELSE
                    MOVE MAP-EVENTO(IND-E) TO LINDET-REL(65: 6)
                 END-IF
                 IF EV-QTDE(IND-E) > ZEROS
                    MOVE EV-QTDE(IND-E) TO QTDE-ED-W
                    MOVE QTDE-ED-W      TO LINDET-REL(74: 9)
                 END-IF
                 IF EV-VALOR(IND-E) > ZEROS
                    MOVE EV-VALOR(IND-E) TO VALOR-ED-W
                    MOVE VALOR-ED-W      TO LINDET-REL(84: 12)
                 END-IF
                 WRITE REG-RELAT FROM LINDET
                 ADD 1 TO LIN
                 IF LIN > 56 PERFORM CABECALHO END-IF
              WHEN 3
                 MOVE SPACES TO REG-EVENTOS
                 STRING FUNCIONARIO-W ";"
                        MAP-EVENTO(IND-E) ";"
                        COMPETENCIA-W ";"
                        EV-QTDE(IND-E) ";"
                        EV-VALOR(IND-E)
                        DELIMITED BY SIZE INTO REG-EVENTOS
                 WRITE REG-EVENTOS
                 ADD 1 TO QT-LINHAS-W
           END-EVALUATE.
           MOVE 1 TO TEM-EVENTO-W.
           IF IND-E = 4
              SUBTRACT EV-VALOR(IND-E) FROM TOTAL-FUNC-W
           ELSE
              ADD EV-VALOR(IND-E) TO TOTAL-FUNC-W
           END-IF.
       EMITE-EVENTO-FIM.
           EXIT.

       IMPRIME-TOTAIS SECTION.
           MOVE SPACES TO LINDET-REL.
           WRITE REG-RELAT FROM CAB03.
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > 5
              MOVE SPACES TO LINDET-REL
              MOVE "TOTAL"               TO LINDET-REL(1: 5)
              MOVE IND-E                 TO LINDET-REL(40: 1)
              MOVE NOME-ORIGEM-W(IND-E)  TO LINDET-REL(42: 22)
              MOVE MAP-EVENTO(IND-E)     TO LINDET-REL(65: 6)
              MOVE EV-TOT-QTDE(IND-E)    TO QTDE-ED-W
              MOVE QTDE-ED-W             TO LINDET-REL(74: 9)
              MOVE EV-TOT-VALOR(IND-E)   TO VALOR-ED-W
              MOVE VALOR-ED-W            TO LINDET-REL(84: 12)
              WRITE REG-RELAT FROM LINDET
           END-PERFORM.
           MOVE QT-FUNC-W     TO QT-FUNC-REL.
           MOVE TOTAL-GERAL-W TO TOTAL-GERAL-REL.
           WRITE REG-RELAT FROM LINTOT1 AFTER 2.
           WRITE REG-RELAT FROM LINTOT2.

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
           CLOSE CGD001 LBD033 LBD036 LBD064 LBD066 LBD067 LBD101.
           IF VID028-EXISTE-W = 1
              CLOSE VID028
           END-IF.
           EXIT PROGRAM.
