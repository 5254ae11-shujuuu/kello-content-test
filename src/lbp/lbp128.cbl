      *LBD102 do mesmo dia/turno - o banho deixa de ser suspeito
      *sem prova.

      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - AVISA PROCESSADORA NÃO CADASTRADA NO
      *             CADASTRO DE EQUIPAMENTOS (LBD047 - LBP141).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.
           COPY LBPX023.
           COPY LBPX037.
           COPY LBPX038.
           COPY LBPX047.

       DATA DIVISION.
       FILE SECTION.
       COPY LBPW023.
       COPY LBPW037.
       COPY LBPW038.
       COPY LBPW047.
       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-LBD023             PIC XX       VALUE SPACES.
           05  ST-LBD037             PIC XX       VALUE SPACES.
           05  ST-LBD038             PIC XX       VALUE SPACES.
           05  ST-LBD047             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  PROCESSADORA-W        PIC 9(2)     VALUE ZEROS.
           05  DATA-W                PIC 9(8)     VALUE ZEROS.
           05  TURNO-W               PIC 9(2)     VALUE ZEROS.
           05  TEM-FAIXA-W           PIC 9        VALUE ZEROS.
           05  TEM-LBD047-W          PIC 9        VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
           MOVE "LBD023" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD023.
           MOVE "LBD037" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD037.
           MOVE "LBD038" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD038.
           MOVE "LBD047" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD047.
           OPEN INPUT LBD023.
           OPEN I-O LBD037.
           IF ST-LBD037 = "35"
              CLOSE       LBD038
              OPEN I-O    LBD038
           END-IF.
           MOVE ZEROS TO TEM-LBD047-W.
           OPEN INPUT LBD047.
           IF ST-LBD047 = "00"
              MOVE 1 TO TEM-LBD047-W
           END-IF.
           IF ST-LBD037 <> "00"
              DISPLAY "ERRO ABERTURA LBD037: " ST-LBD037
              MOVE 1 TO ERRO-W.
           IF PROCESSADORA-W = ZEROS
              GO MANTEM-FAIXAS-FIM
           END-IF.
           PERFORM VERIFICA-EQUIPAMENTO.
           MOVE PROCESSADORA-W TO PROCESSADORA-L38.
           READ LBD038 INVALID KEY
                INITIALIZE REG-LBD038
           END-READ.
           DISPLAY "Processadora: ".
           ACCEPT PROCESSADORA-W FROM CONSOLE.
           PERFORM VERIFICA-EQUIPAMENTO.
           INITIALIZE REG-LBD037.
           MOVE DATA-W         TO DATA-L37.
           MOVE TURNO-W        TO TURNO-L37.
           END-PERFORM.
           MOVE ZEROS TO ST-LBD037.

      *    A PROCESSADORA DEVE CONSTAR DO CADASTRO DE EQUIPAMENTOS
      *    (LBP141) - SO AVISO, A LEITURA CONTINUA.
       VERIFICA-EQUIPAMENTO SECTION.
           IF TEM-LBD047-W = ZEROS
              GO VERIFICA-EQUIPAMENTO-FIM
           END-IF.
           MOVE PROCESSADORA-W TO EQUIPAMENTO-L47.
           READ LBD047 INVALID KEY
                DISPLAY "AVISO: PROCESSADORA NAO CADASTRADA NO LBD047 "
                        "(LBP141)"
              NOT INVALID KEY
                DISPLAY "EQUIPAMENTO: " DESCRICAO-L47
           END-READ.
       VERIFICA-EQUIPAMENTO-FIM.
           EXIT.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE LBD023 LBD037 LBD038.
           IF TEM-LBD047-W = 1
              CLOSE LBD047
           END-IF.
           EXIT PROGRAM.
