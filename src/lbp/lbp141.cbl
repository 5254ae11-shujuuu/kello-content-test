       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP141.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Equipamentos do laboratório e ordens de manutenção:
      *  EQUIPAMENTOS: cadastro das máquinas (LBD047) - tipo,
      *                descrição, número de série, fornecedor (CGD001)
      *                e data de instalação. O código da processadora
      *                é o mesmo das leituras do banho (LBD037/LBD038);
      *  ABRIR OS ...: abre ordem corretiva (falha) ou preventiva
      *                para a máquina, opcionalmente ligada à
      *                interrupção do LBD101 que a causou;
      *  FECHAR OS ..: fecha a ordem com o serviço feito, técnico e
      *                custo - a máquina fica parada da abertura ao
      *                fechamento da ordem corretiva;
      *  ABERTAS ....: lista as ordens ainda abertas;
      *  RELATORIO ..: por máquina no mês (AAAAMM): falhas, horas
      *                paradas, MTBF (horas de operação no período /
      *                falhas), MTTR (duração média das corretivas
      *                fechadas), preventivas e custo, com a máquina
      *                de maior parada e a de menor MTBF no rodapé.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX001.
           COPY LBPX047.
           COPY LBPX048.
           COPY LBPX101.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW001.
       COPY LBPW047.
       COPY LBPW048.
       COPY LBPW101.
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
           05  ST-LBD048             PIC XX       VALUE SPACES.
           05  ST-LBD101             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  EQUIPAMENTO-W         PIC 9(2)     VALUE ZEROS.
           05  NR-OS-W               PIC 9(6)     VALUE ZEROS.
           05  COMPETENCIA-W         PIC 9(6)     VALUE ZEROS.
           05  COMPETENCIA-R REDEFINES COMPETENCIA-W.
               10  ANO-COMP-W        PIC 9(4).
               10  MES-COMP-W        PIC 9(2).
           05  TIPO-EQUIP-W          PIC 9        VALUE ZEROS.
      *    TEMPO EM MINUTOS ABSOLUTOS (DIA JULIANO X 1440 + HORA)
           05  MIN-DATA-W            PIC 9(8)     VALUE ZEROS.
           05  MIN-HORA-W            PIC 9(4)     VALUE ZEROS.
           05  MIN-HORA-R REDEFINES MIN-HORA-W.
               10  MIN-HH-W          PIC 9(2).
               10  MIN-MM-W          PIC 9(2).
           05  MIN-ABSOLUTO-W        PIC 9(11)    VALUE ZEROS.
           05  MIN-AGORA-W           PIC 9(11)    VALUE ZEROS.
           05  PERIODO-INI-W         PIC 9(11)    VALUE ZEROS.
           05  PERIODO-FIM-W         PIC 9(11)    VALUE ZEROS.
           05  OS-INI-W              PIC 9(11)    VALUE ZEROS.
           05  OS-FIM-W              PIC 9(11)    VALUE ZEROS.
           05  DATA-FIM-MES-W        PIC 9(8)     VALUE ZEROS.
           05  DURACAO-W             PIC 9(9)     VALUE ZEROS.
      *    ACUMULADOS DA MAQUINA NO MES
           05  MIN-PERIODO-W         PIC 9(9)     VALUE ZEROS.
           05  MIN-PARADO-W          PIC 9(9)     VALUE ZEROS.
           05  MIN-REPARO-W          PIC 9(9)     VALUE ZEROS.
           05  MIN-INTERR-W          PIC 9(7)     VALUE ZEROS.
           05  QT-FALHAS-W           PIC 9(4)     VALUE ZEROS.
           05  QT-REPAROS-W          PIC 9(4)     VALUE ZEROS.
           05  QT-PREVENTIVAS-W      PIC 9(4)     VALUE ZEROS.
           05  CUSTO-W               PIC 9(9)V99  VALUE ZEROS.
           05  HORAS-PARADO-W        PIC 9(5)V9   VALUE ZEROS.
           05  MTBF-W                PIC 9(5)V9   VALUE ZEROS.
           05  MTTR-W                PIC 9(5)V9   VALUE ZEROS.
      *    PIORES DO MES
           05  PIOR-PARADA-EQ-W      PIC 9(2)     VALUE ZEROS.
           05  PIOR-PARADA-W         PIC 9(5)V9   VALUE ZEROS.
           05  PIOR-MTBF-EQ-W        PIC 9(2)     VALUE ZEROS.
           05  PIOR-MTBF-W           PIC 9(5)V9   VALUE ZEROS.
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
       01  TAB-TIPOS-EQUIP.
           05  FILLER              PIC X(12)   VALUE "PROCESSADORA".
           05  FILLER              PIC X(12)   VALUE "MINILAB".
           05  FILLER              PIC X(12)   VALUE "SCANNER".
           05  FILLER              PIC X(12)   VALUE "OUTRO".
       01  TAB-TIPOS-R REDEFINES TAB-TIPOS-EQUIP.
           05  NOME-TIPO-W         PIC X(12) OCCURS 4 TIMES.

       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(47)   VALUE
               "PARADAS, MTBF E MTTR DOS EQUIPAMENTOS - MES ".
           05  COMPETENCIA-REL     PIC 9(6).
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(100)  VALUE
           "EQ DESCRICAO            TIPO         FALHAS  H.PARADAS  MTBF
      -    "(H)  MTTR(H) PREVENT  MIN.INT      CUSTO".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINPIOR.
           05  DESCR-PIOR-REL      PIC X(30).
           05  EQUIP-PIOR-REL      PIC 99.
           05  FILLER              PIC X       VALUE SPACES.
           05  NOME-PIOR-REL       PIC X(30).
           05  VALOR-PIOR-REL      PIC ZZ.ZZ9,9.
           05  FILLER              PIC X(2)    VALUE " H".
       01  VALOR-ED-W              PIC ZZ.ZZ9,9.
       01  CUSTO-ED-W              PIC ZZZ.ZZ9,99.
       01  REG-LBD048-SALVO        PIC X(152).

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
           MOVE "LBD048" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD048.
           MOVE "LBD101" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD101.
           OPEN INPUT CGD001 LBD101.
           OPEN I-O LBD047.
           IF ST-LBD047 = "35"
              OPEN OUTPUT LBD047
              CLOSE       LBD047
              OPEN I-O    LBD047
           END-IF.
           OPEN I-O LBD048.
           IF ST-LBD048 = "35"
              OPEN OUTPUT LBD048
              CLOSE       LBD048
              OPEN I-O    LBD048
           END-IF.
           IF ST-CGD001 <> "00"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W.
           IF ST-LBD047 <> "00"
              DISPLAY "ERRO ABERTURA LBD047: " ST-LBD047
              MOVE 1 TO ERRO-W.
           IF ST-LBD048 <> "00"
              DISPLAY "ERRO ABERTURA LBD048: " ST-LBD048
              MOVE 1 TO ERRO-W.
           IF ST-LBD101 <> "00"
              DISPLAY "ERRO ABERTURA LBD101: " ST-LBD101
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "LBP141" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA LBP141"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           ACCEPT HORA-W FROM TIME.
           DISPLAY "OPCAO (1-EQUIPAMENTOS  2-ABRIR OS  3-FECHAR OS  "
                   "4-ABERTAS  5-RELATORIO  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM CADASTRA-EQUIPAMENTO
              WHEN 2 PERFORM ABRE-ORDEM
              WHEN 3 PERFORM FECHA-ORDEM
              WHEN 4 PERFORM LISTA-ABERTAS
              WHEN 5 PERFORM RELATORIO-MENSAL
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    CADASTRO DE EQUIPAMENTOS (LBD047)
      *----------------------------------------------------------------
       CADASTRA-EQUIPAMENTO SECTION.
           MOVE ZEROS TO EQUIPAMENTO-L47.
           START LBD047 KEY IS NOT < EQUIPAMENTO-L47 INVALID KEY
                 MOVE "10" TO ST-LBD047.
           PERFORM UNTIL ST-LBD047 = "10"
              READ LBD047 NEXT RECORD AT END MOVE "10" TO ST-LBD047
              NOT AT END
                IF INATIVO-L47 = 1
                   DISPLAY EQUIPAMENTO-L47 " " DESCRICAO-L47 " "
                           NR-SERIE-L47 " INATIVO"
                ELSE
                   DISPLAY EQUIPAMENTO-L47 " " DESCRICAO-L47 " "
                           NR-SERIE-L47
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD047.
           DISPLAY "Codigo do equipamento (1-99, 0 = VOLTAR): ".
           ACCEPT EQUIPAMENTO-W FROM CONSOLE.
           IF EQUIPAMENTO-W = ZEROS
              GO CADASTRA-EQUIPAMENTO-FIM
           END-IF.
           MOVE EQUIPAMENTO-W TO EQUIPAMENTO-L47.
           READ LBD047 INVALID KEY
                INITIALIZE REG-LBD047
                MOVE EQUIPAMENTO-W TO EQUIPAMENTO-L47
           END-READ.
           DISPLAY "Tipo (1-PROCESSADORA 2-MINILAB 3-SCANNER "
                   "4-OUTRO): ".
           ACCEPT TIPO-EQUIP-W FROM CONSOLE.
           IF TIPO-EQUIP-W < 1 OR TIPO-EQUIP-W > 4
              DISPLAY "TIPO INVALIDO"
              GO CADASTRA-EQUIPAMENTO-FIM
           END-IF.
           MOVE TIPO-EQUIP-W TO TIPO-EQUIP-L47.
           DISPLAY "Descricao: ".
           ACCEPT DESCRICAO-L47 FROM CONSOLE.
           DISPLAY "Numero de serie: ".
           ACCEPT NR-SERIE-L47 FROM CONSOLE.
           DISPLAY "Fornecedor (CGD001): ".
           ACCEPT FORNECEDOR-L47 FROM CONSOLE.
           MOVE FORNECEDOR-L47 TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                DISPLAY "FORNECEDOR NAO CADASTRADO NO CGD001"
                GO CADASTRA-EQUIPAMENTO-FIM
           END-READ.
           DISPLAY "FORNECEDOR: " NOME-CG01.
           DISPLAY "Data de instalacao (AAAAMMDD): ".
           ACCEPT DATA-INSTALACAO-L47 FROM CONSOLE.
           DISPLAY "Inativo (0-NAO 1-SIM): ".
           ACCEPT INATIVO-L47 FROM CONSOLE.
           IF INATIVO-L47 <> 1
              MOVE ZEROS TO INATIVO-L47
           END-IF.
           MOVE COD-USUARIO-W TO DIGITADOR-L47.
           WRITE REG-LBD047 INVALID KEY
                REWRITE REG-LBD047 INVALID KEY
                     DISPLAY "ERRO GRAVACAO LBD047: " ST-LBD047
                END-REWRITE
           END-WRITE.
           DISPLAY "EQUIPAMENTO GRAVADO.".
       CADASTRA-EQUIPAMENTO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    ABERTURA DE ORDEM DE SERVICO
      *----------------------------------------------------------------
       ABRE-ORDEM SECTION.
           DISPLAY "Equipamento: ".
           ACCEPT EQUIPAMENTO-W FROM CONSOLE.
           MOVE EQUIPAMENTO-W TO EQUIPAMENTO-L47.
           READ LBD047 INVALID KEY
                DISPLAY "EQUIPAMENTO NAO CADASTRADO (OPCAO 1)"
                GO ABRE-ORDEM-FIM
           END-READ.
           IF INATIVO-L47 = 1
              DISPLAY "EQUIPAMENTO INATIVO"
              GO ABRE-ORDEM-FIM
           END-IF.
           DISPLAY "EQUIPAMENTO: " DESCRICAO-L47.
           INITIALIZE REG-LBD048.
           MOVE EQUIPAMENTO-W TO EQUIPAMENTO-L48.
           DISPLAY "Tipo da ordem (1-CORRETIVA 2-PREVENTIVA): ".
           ACCEPT TIPO-OS-L48 FROM CONSOLE.
           IF TIPO-OS-L48 <> 1 AND TIPO-OS-L48 <> 2
              DISPLAY "TIPO INVALIDO"
              GO ABRE-ORDEM-FIM
           END-IF.
           DISPLAY "Data da abertura (AAAAMMDD, ZERO = AGORA): ".
           ACCEPT DATA-ABERTURA-L48 FROM CONSOLE.
           IF DATA-ABERTURA-L48 = ZEROS
              MOVE DATA-HOJE-W  TO DATA-ABERTURA-L48
              MOVE HORA-W(1: 4) TO HORA-ABERTURA-L48
           ELSE
              DISPLAY "Hora da abertura (HHMM): "
              ACCEPT HORA-ABERTURA-L48 FROM CONSOLE
           END-IF.
           DISPLAY "Defeito / servico previsto: ".
           ACCEPT DEFEITO-L48 FROM CONSOLE.
           IF TIPO-OS-L48 = 1
              PERFORM VINCULA-INTERRUPCAO
           END-IF.
           MOVE COD-USUARIO-W TO USUARIO-ABERT-L48.
           MOVE ZEROS         TO SITUACAO-L48.
           PERFORM ACHA-PROXIMA-OS.
           MOVE ZEROS TO ST-LBD048.
           PERFORM UNTIL ST-LBD048 = "10"
             WRITE REG-LBD048 INVALID KEY
                 ADD 1 TO NR-OS-L48
               NOT INVALID KEY
                 MOVE "10" TO ST-LBD048.
           MOVE ZEROS TO ST-LBD048.
           DISPLAY "ORDEM DE SERVICO " NR-OS-L48 " ABERTA.".
       ABRE-ORDEM-FIM.
           EXIT.

      *    INTERRUPCAO DO LBD101 QUE ORIGINOU A FALHA (OPCIONAL).
       VINCULA-INTERRUPCAO SECTION.
           DISPLAY "Interrupcao LBD101 - data (AAAAMMDD, 0 = SEM): ".
           ACCEPT DATA-MOVTO-INT-L48 FROM CONSOLE.
           IF DATA-MOVTO-INT-L48 = ZEROS
              MOVE ZEROS TO SEQ-INT-L48
              GO VINCULA-INTERRUPCAO-FIM
           END-IF.
           DISPLAY "Interrupcao LBD101 - sequencia: ".
           ACCEPT SEQ-INT-L48 FROM CONSOLE.
           MOVE DATA-MOVTO-INT-L48 TO DATA-MOVTO-L101.
           MOVE SEQ-INT-L48        TO SEQ-L101.
           READ LBD101 INVALID KEY
                DISPLAY "LANCAMENTO NAO ENCONTRADO - ORDEM SEM VINCULO"
                MOVE ZEROS TO DATA-MOVTO-INT-L48 SEQ-INT-L48
                GO VINCULA-INTERRUPCAO-FIM
           END-READ.
           IF TIPO-INTERR-L101 = ZEROS
              DISPLAY "LANCAMENTO SEM INTERRUPCAO - ORDEM SEM VINCULO"
              MOVE ZEROS TO DATA-MOVTO-INT-L48 SEQ-INT-L48
           ELSE
              DISPLAY "INTERRUPCAO TIPO " TIPO-INTERR-L101 " - "
                      TEMPO-INTERRUPC-L101 " MIN"
           END-IF.
       VINCULA-INTERRUPCAO-FIM.
           EXIT.

       ACHA-PROXIMA-OS SECTION.
           MOVE ZEROS TO NR-OS-W.
           MOVE REG-LBD048 TO REG-LBD048-SALVO.
           MOVE ZEROS TO NR-OS-L48.
           START LBD048 KEY IS NOT < NR-OS-L48 INVALID KEY
                 MOVE "10" TO ST-LBD048.
           PERFORM UNTIL ST-LBD048 = "10"
              READ LBD048 NEXT RECORD AT END MOVE "10" TO ST-LBD048
              NOT AT END
                MOVE NR-OS-L48 TO NR-OS-W
              END-READ
           END-PERFORM.
           MOVE REG-LBD048-SALVO TO REG-LBD048.
           ADD 1 TO NR-OS-W.
           MOVE NR-OS-W TO NR-OS-L48.

      *----------------------------------------------------------------
      *    FECHAMENTO DE ORDEM DE SERVICO
      *----------------------------------------------------------------
       FECHA-ORDEM SECTION.
           DISPLAY "Numero da ordem de servico: ".
           ACCEPT NR-OS-W FROM CONSOLE.
           MOVE NR-OS-W TO NR-OS-L48.
           READ LBD048 INVALID KEY
                DISPLAY "ORDEM NAO ENCONTRADA"
                GO FECHA-ORDEM-FIM
           END-READ.
           IF SITUACAO-L48 = 1
              DISPLAY "ORDEM JA FECHADA EM " DATA-FECHAMENTO-L48
              GO FECHA-ORDEM-FIM
           END-IF.
           DISPLAY "EQUIP " EQUIPAMENTO-L48 " ABERTA EM "
                   DATA-ABERTURA-L48 " " HORA-ABERTURA-L48
                   " - " DEFEITO-L48.
           DISPLAY "Data do fechamento (AAAAMMDD, ZERO = AGORA): ".
           ACCEPT DATA-FECHAMENTO-L48 FROM CONSOLE.
           IF DATA-FECHAMENTO-L48 = ZEROS
              MOVE DATA-HOJE-W  TO DATA-FECHAMENTO-L48
              MOVE HORA-W(1: 4) TO HORA-FECHAMENTO-L48
           ELSE
              DISPLAY "Hora do fechamento (HHMM): "
              ACCEPT HORA-FECHAMENTO-L48 FROM CONSOLE
           END-IF.
           IF DATA-FECHAMENTO-L48 < DATA-ABERTURA-L48
              OR (DATA-FECHAMENTO-L48 = DATA-ABERTURA-L48
                  AND HORA-FECHAMENTO-L48 < HORA-ABERTURA-L48)
              DISPLAY "FECHAMENTO ANTES DA ABERTURA"
              GO FECHA-ORDEM-FIM
           END-IF.
           DISPLAY "Servico executado: ".
           ACCEPT SERVICO-L48 FROM CONSOLE.
           DISPLAY "Tecnico / assistencia (CGD001, 0 = INTERNO): ".
           ACCEPT TECNICO-L48 FROM CONSOLE.
           IF TECNICO-L48 > ZEROS
              MOVE TECNICO-L48 TO CODIGO-CG01
              READ CGD001 INVALID KEY
                   DISPLAY "CODIGO NAO CADASTRADO NO CGD001"
                   GO FECHA-ORDEM-FIM
              END-READ
              DISPLAY "TECNICO: " NOME-CG01
           END-IF.
           DISPLAY "Custo (digitos, 2 decimais): ".
           ACCEPT CUSTO-L48 FROM CONSOLE.
           MOVE 1             TO SITUACAO-L48.
           MOVE COD-USUARIO-W TO USUARIO-FECH-L48.
           REWRITE REG-LBD048 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LBD048: " ST-LBD048
           END-REWRITE.
           DISPLAY "ORDEM FECHADA.".
       FECHA-ORDEM-FIM.
           EXIT.

       LISTA-ABERTAS SECTION.
           MOVE ZEROS TO NR-OS-L48.
           START LBD048 KEY IS NOT < NR-OS-L48 INVALID KEY
                 MOVE "10" TO ST-LBD048.
           PERFORM UNTIL ST-LBD048 = "10"
              READ LBD048 NEXT RECORD AT END MOVE "10" TO ST-LBD048
              NOT AT END
                IF SITUACAO-L48 = ZEROS
                   DISPLAY "OS " NR-OS-L48 " EQ " EQUIPAMENTO-L48
                           " TIPO " TIPO-OS-L48 " DESDE "
                           DATA-ABERTURA-L48 " " DEFEITO-L48
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD048.

      *----------------------------------------------------------------
      *    RELATORIO MENSAL - PARADA, MTBF E MTTR POR MAQUINA
      *----------------------------------------------------------------
       RELATORIO-MENSAL SECTION.
           DISPLAY "Mes (AAAAMM): ".
           ACCEPT COMPETENCIA-W FROM CONSOLE.
           IF MES-COMP-W < 1 OR MES-COMP-W > 12
              DISPLAY "MES INVALIDO"
              GO RELATORIO-MENSAL-FIM
           END-IF.
           MOVE COMPETENCIA-W TO COMPETENCIA-REL.
           MOVE DATA-HOJE-W   TO MIN-DATA-W.
           MOVE HORA-W(1: 4)  TO MIN-HORA-W.
           PERFORM CALCULA-MINUTO.
           MOVE MIN-ABSOLUTO-W TO MIN-AGORA-W.
      *    ULTIMO DIA DO MES = DIA ANTERIOR AO PRIMEIRO DO MES SEGUINTE
           IF MES-COMP-W = 12
              COMPUTE DATA-FIM-MES-W = (ANO-COMP-W + 1) * 10000 + 101
           ELSE
              COMPUTE DATA-FIM-MES-W = (COMPETENCIA-W + 1) * 100 + 1
           END-IF.
           COMPUTE DATA-FIM-MES-W = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(DATA-FIM-MES-W) - 1).
           MOVE ZEROS TO PAGE-COUNT PIOR-PARADA-EQ-W PIOR-PARADA-W
                         PIOR-MTBF-EQ-W PIOR-MTBF-W.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           MOVE ZEROS TO EQUIPAMENTO-L47.
           START LBD047 KEY IS NOT < EQUIPAMENTO-L47 INVALID KEY
                 MOVE "10" TO ST-LBD047.
           PERFORM UNTIL ST-LBD047 = "10"
              READ LBD047 NEXT RECORD AT END MOVE "10" TO ST-LBD047
              NOT AT END
                PERFORM APURA-EQUIPAMENTO
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD047.
           WRITE REG-RELAT FROM CAB03.
           IF PIOR-PARADA-EQ-W > ZEROS
              MOVE "MAIOR TEMPO PARADO NO MES....: " TO DESCR-PIOR-REL
              MOVE PIOR-PARADA-EQ-W TO EQUIP-PIOR-REL EQUIPAMENTO-L47
              READ LBD047 INVALID KEY MOVE SPACES TO DESCRICAO-L47
              END-READ
              MOVE DESCRICAO-L47    TO NOME-PIOR-REL
              MOVE PIOR-PARADA-W    TO VALOR-PIOR-REL
              WRITE REG-RELAT FROM LINPIOR AFTER 2
           END-IF.
           IF PIOR-MTBF-EQ-W > ZEROS
              MOVE "MENOR MTBF NO MES............: " TO DESCR-PIOR-REL
              MOVE PIOR-MTBF-EQ-W   TO EQUIP-PIOR-REL EQUIPAMENTO-L47
              READ LBD047 INVALID KEY MOVE SPACES TO DESCRICAO-L47
              END-READ
              MOVE DESCRICAO-L47    TO NOME-PIOR-REL
              MOVE PIOR-MTBF-W      TO VALOR-PIOR-REL
              WRITE REG-RELAT FROM LINPIOR
           END-IF.
           CLOSE RELAT.
           DISPLAY "RELATORIO IMPRESSO.".
       RELATORIO-MENSAL-FIM.
           EXIT.

      *    PERIODO DE OPERACAO: DO INICIO DO MES (OU DA INSTALACAO) AO
      *    FIM DO MES (OU AGORA, NO MES CORRENTE).
       APURA-EQUIPAMENTO SECTION.
           IF DATA-INSTALACAO-L47 > DATA-FIM-MES-W
              GO APURA-EQUIPAMENTO-FIM
           END-IF.
           COMPUTE MIN-DATA-W = COMPETENCIA-W * 100 + 1.
           IF DATA-INSTALACAO-L47 > MIN-DATA-W
              MOVE DATA-INSTALACAO-L47 TO MIN-DATA-W
           END-IF.
           MOVE ZEROS TO MIN-HORA-W.
           PERFORM CALCULA-MINUTO.
           MOVE MIN-ABSOLUTO-W TO PERIODO-INI-W.
           MOVE DATA-FIM-MES-W TO MIN-DATA-W.
           MOVE 2400           TO MIN-HORA-W.
           PERFORM CALCULA-MINUTO.
           MOVE MIN-ABSOLUTO-W TO PERIODO-FIM-W.
           IF PERIODO-FIM-W > MIN-AGORA-W
              MOVE MIN-AGORA-W TO PERIODO-FIM-W
           END-IF.
           IF PERIODO-FIM-W NOT > PERIODO-INI-W
              GO APURA-EQUIPAMENTO-FIM
           END-IF.
           COMPUTE MIN-PERIODO-W = PERIODO-FIM-W - PERIODO-INI-W.
           MOVE ZEROS TO MIN-PARADO-W MIN-REPARO-W MIN-INTERR-W
                         QT-FALHAS-W QT-REPAROS-W QT-PREVENTIVAS-W
                         CUSTO-W.
           MOVE EQUIPAMENTO-L47 TO EQUIPAMENTO-L48.
           START LBD048 KEY IS NOT < EQUIPAMENTO-L48 INVALID KEY
                 MOVE "10" TO ST-LBD048.
           PERFORM UNTIL ST-LBD048 = "10"
              READ LBD048 NEXT RECORD AT END MOVE "10" TO ST-LBD048
              NOT AT END
                IF EQUIPAMENTO-L48 <> EQUIPAMENTO-L47
                   MOVE "10" TO ST-LBD048
                ELSE
                   PERFORM APURA-ORDEM
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD048.
           PERFORM IMPRIME-EQUIPAMENTO.
       APURA-EQUIPAMENTO-FIM.
           EXIT.

       APURA-ORDEM SECTION.
           MOVE DATA-ABERTURA-L48 TO MIN-DATA-W.
           MOVE HORA-ABERTURA-L48 TO MIN-HORA-W.
           PERFORM CALCULA-MINUTO.
           MOVE MIN-ABSOLUTO-W TO OS-INI-W.
           IF SITUACAO-L48 = 1
              MOVE DATA-FECHAMENTO-L48 TO MIN-DATA-W
              MOVE HORA-FECHAMENTO-L48 TO MIN-HORA-W
              PERFORM CALCULA-MINUTO
              MOVE MIN-ABSOLUTO-W TO OS-FIM-W
           ELSE
              MOVE MIN-AGORA-W TO OS-FIM-W
           END-IF.
           IF DATA-ABERTURA-L48(1: 6) = COMPETENCIA-W
              IF TIPO-OS-L48 = 1
                 ADD 1 TO QT-FALHAS-W
                 IF SITUACAO-L48 = 1
                    ADD 1 TO QT-REPAROS-W
                    COMPUTE MIN-REPARO-W = MIN-REPARO-W
                          + OS-FIM-W - OS-INI-W
                 END-IF
                 IF DATA-MOVTO-INT-L48 > ZEROS
                    PERFORM SOMA-INTERRUPCAO
                 END-IF
              ELSE
                 ADD 1 TO QT-PREVENTIVAS-W
              END-IF
           END-IF.
           IF SITUACAO-L48 = 1
              AND DATA-FECHAMENTO-L48(1: 6) = COMPETENCIA-W
              ADD CUSTO-L48 TO CUSTO-W
           END-IF.
      *    PARADA: PARTE DA CORRETIVA DENTRO DO PERIODO DE OPERACAO.
           IF TIPO-OS-L48 = 1
              IF OS-INI-W < PERIODO-INI-W
                 MOVE PERIODO-INI-W TO OS-INI-W
              END-IF
              IF OS-FIM-W > PERIODO-FIM-W
                 MOVE PERIODO-FIM-W TO OS-FIM-W
              END-IF
              IF OS-FIM-W > OS-INI-W
                 COMPUTE MIN-PARADO-W = MIN-PARADO-W
                       + OS-FIM-W - OS-INI-W
              END-IF
           END-IF.

       SOMA-INTERRUPCAO SECTION.
           MOVE DATA-MOVTO-INT-L48 TO DATA-MOVTO-L101.
           MOVE SEQ-INT-L48        TO SEQ-L101.
           READ LBD101 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                ADD TEMPO-INTERRUPC-L101 TO MIN-INTERR-W
           END-READ.

       CALCULA-MINUTO SECTION.
           COMPUTE MIN-ABSOLUTO-W =
                   FUNCTION INTEGER-OF-DATE(MIN-DATA-W) * 1440
                 + MIN-HH-W * 60 + MIN-MM-W.

       IMPRIME-EQUIPAMENTO SECTION.
           COMPUTE HORAS-PARADO-W ROUNDED = MIN-PARADO-W / 60.
           IF QT-FALHAS-W > ZEROS
              COMPUTE MTBF-W ROUNDED =
                      (MIN-PERIODO-W - MIN-PARADO-W) / 60 / QT-FALHAS-W
           END-IF.
           IF QT-REPAROS-W > ZEROS
              COMPUTE MTTR-W ROUNDED =
                      MIN-REPARO-W / 60 / QT-REPAROS-W
           END-IF.
           MOVE SPACES              TO LINDET-REL.
           MOVE EQUIPAMENTO-L47     TO LINDET-REL(1: 2).
           MOVE DESCRICAO-L47(1: 20) TO LINDET-REL(4: 20).
           IF TIPO-EQUIP-L47 > 0 AND TIPO-EQUIP-L47 < 5
              MOVE NOME-TIPO-W(TIPO-EQUIP-L47) TO LINDET-REL(25: 12)
           END-IF.
           MOVE QT-FALHAS-W         TO LINDET-REL(39: 4).
           MOVE HORAS-PARADO-W      TO VALOR-ED-W.
           MOVE VALOR-ED-W          TO LINDET-REL(46: 8).
           IF QT-FALHAS-W > ZEROS
              MOVE MTBF-W           TO VALOR-ED-W
              MOVE VALOR-ED-W       TO LINDET-REL(56: 8)
           ELSE
              MOVE "SEM FALHA"      TO LINDET-REL(55: 9)
           END-IF.
           IF QT-REPAROS-W > ZEROS
              MOVE MTTR-W           TO VALOR-ED-W
              MOVE VALOR-ED-W       TO LINDET-REL(65: 8)
           END-IF.
           MOVE QT-PREVENTIVAS-W    TO LINDET-REL(75: 4).
           MOVE MIN-INTERR-W        TO LINDET-REL(83: 7).
           MOVE CUSTO-W             TO CUSTO-ED-W.
           MOVE CUSTO-ED-W          TO LINDET-REL(91: 10).
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.
           IF HORAS-PARADO-W > PIOR-PARADA-W
              MOVE HORAS-PARADO-W  TO PIOR-PARADA-W
              MOVE EQUIPAMENTO-L47 TO PIOR-PARADA-EQ-W
           END-IF.
           IF QT-FALHAS-W > ZEROS
              IF PIOR-MTBF-EQ-W = ZEROS OR MTBF-W < PIOR-MTBF-W
                 MOVE MTBF-W          TO PIOR-MTBF-W
                 MOVE EQUIPAMENTO-L47 TO PIOR-MTBF-EQ-W
              END-IF
           END-IF.

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
           CLOSE CGD001 LBD047 LBD048 LBD101.
           EXIT PROGRAM.
