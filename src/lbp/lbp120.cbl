       DATE-WRITTEN. 22/08/2026.
      *FUNÇÃO: Importação do CSV da processadora (minilab) para o
      *movimento de revelação (LBD101). Cada linha do CSV traz
      *FUNCIONARIO;TIPO-FILME;QTDE;HORA-INI;HORA-FIM e, opcional,
      *;EMPRESA-SOLICITANTE; a data do movimento e o turno são
      *informados no console. Aplica as
      *mesmas críticas da tela LBP101 (códigos em CGD001/LBD021/
      *LBD023, data não fechada em LBD032, sobreposição de horário
      *do funcionário) e atribui SEQ-L101 com a mesma retentativa do
      *GRAVA-DADOS, imprimindo as linhas aceitas e rejeitadas com o
      *motivo - o fim da redigitação do que a máquina já exportou.
      *
      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - AVISO (LINHA ACEITA) QUANDO O
      *             FUNCIONÁRIO NÃO TEM HABILITAÇÃO VÁLIDA (LBD055/
      *             LBP146) PARA O TIPO DE FILME NA DATA, COM TOTAL.
      *15/10/2026 - ALTERAÇÃO - 6ª COLUNA OPCIONAL NO CSV COM A
      *             EMPRESA SOLICITANTE (CGD016), GRAVADA NO LBD056
      *             PARA O FATURAMENTO INTER-EMPRESAS (LBP147).
      *15/10/2026 - ALTERAÇÃO - LINHA DE FUNCIONÁRIO DESLIGADO
      *             (CGD003) ANTES DA DATA DO MOVIMENTO É REJEITADA,
      *             COMO NA TELA LBP101 (SUBPROGRAMA CGP046).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           COPY LBPX021.
           COPY LBPX023.
           COPY LBPX032.
           COPY LBPX055.
           COPY LBPX101.
           COPY LBPX056.
           COPY CGPX016.
           SELECT ARQ-CSV ASSIGN TO CSV-PATH-W
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ST-CSV.
       COPY LBPW021.
       COPY LBPW023.
       COPY LBPW032.
       COPY LBPW055.
       COPY LBPW101.
       COPY LBPW056.
       COPY CGPW016.
       FD  ARQ-CSV
           LABEL RECORD IS OMITTED.
       01  REG-CSV                  PIC X(100).
           05  FILLER              PIC X(120).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
           COPY CGPW046C.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-LBD032             PIC XX       VALUE SPACES.
           05  ST-LBD101             PIC XX       VALUE SPACES.
           05  ST-CSV                PIC XX       VALUE SPACES.
           05  ST-LBD055             PIC XX       VALUE SPACES.
           05  LBD055-EXISTE-W       PIC 9        VALUE ZEROS.
           05  HABILITADO-W          PIC 9        VALUE ZEROS.
           05  QT-SEM-HABILIT-W      PIC 9(5)     VALUE ZEROS.
           05  ST-LBD056             PIC XX       VALUE SPACES.
           05  ST-CGD016             PIC XX       VALUE SPACES.
           05  CGD016-EXISTE-W       PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  EMP-REFERENCIA.
           05  CSV-QTDE-X            PIC X(5)     VALUE SPACES.
           05  CSV-HORA-INI-X        PIC X(5)     VALUE SPACES.
           05  CSV-HORA-FIM-X        PIC X(5)     VALUE SPACES.
           05  CSV-EMPRESA-X         PIC X(5)     VALUE SPACES.
           05  CONTA-FUNC-W          PIC 9(2)     VALUE ZEROS.
           05  CONTA-TIPO-W          PIC 9(2)     VALUE ZEROS.
           05  CONTA-QTDE-W          PIC 9(2)     VALUE ZEROS.
           05  CONTA-INI-W           PIC 9(2)     VALUE ZEROS.
           05  CONTA-FIM-W           PIC 9(2)     VALUE ZEROS.
           05  CONTA-EMP-W           PIC 9(2)     VALUE ZEROS.
           05  CSV-FUNCIONARIO-W     PIC 9(6)     VALUE ZEROS.
           05  CSV-TIPO-W            PIC 9(2)     VALUE ZEROS.
           05  CSV-QTDE-W            PIC 9(3)     VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(90)   VALUE ALL "=".
       01  CAB03.
           05  FILLER              PIC X(85)   VALUE
           "SEQ  FUNCIO TIPO QTDE HR-INI HR-FIM RESULTADO".
           05  FILLER              PIC X(05)   VALUE "SOLIC".
       01  LINDET.
           05  LINDET-REL          PIC X(110)  VALUE SPACES.
       01  LINTOT1.
       01  LINTOT2.
           05  FILLER          PIC X(25) VALUE "LINHAS REJEITADAS..: ".
           05  QT-REJEITADAS-REL   PIC ZZ.ZZ9.
       01  LINTOT3.
           05  FILLER          PIC X(25) VALUE
               "ACEITAS SEM HABILITACAO: ".
           05  QT-SEM-HABILIT-REL  PIC ZZ.ZZ9.

       LINKAGE SECTION.
       PROCEDURE DIVISION.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W QT-ACEITAS-W QT-REJEITADAS-W
                         QT-SEM-HABILIT-W.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "LBD021" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD021.
           IF ST-CGD001 <> "00"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W.
           MOVE "LBD056" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD056.
           OPEN I-O LBD056.
           IF ST-LBD056 = "35"
              OPEN OUTPUT LBD056
              CLOSE       LBD056
              OPEN I-O    LBD056
           END-IF.
           IF ST-LBD056 <> "00"
              DISPLAY "ERRO ABERTURA LBD056: " ST-LBD056
              MOVE 1 TO ERRO-W.
      *    CADASTRO DE EMPRESAS (CGD016) NA RAIZ - SEM ELE A EMPRESA
      *    SOLICITANTE DO CSV NAO E CONFERIDA.
           MOVE "\PROGRAMA\KELLO\CGD016" TO PATH-CGD016.
           MOVE ZEROS TO CGD016-EXISTE-W.
           OPEN INPUT CGD016.
           IF ST-CGD016 = "00"
              MOVE 1 TO CGD016-EXISTE-W
           END-IF.
           PERFORM LE-FECHAMENTO-MOVIMENTO.
      *    HABILITACAO DOS OPERADORES (LBP146) - SEM O ARQUIVO NAO HA
      *    AVISO.
           MOVE "LBD055" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD055.
           MOVE ZEROS TO LBD055-EXISTE-W.
           OPEN INPUT LBD055.
           IF ST-LBD055 = "00"
              MOVE 1 TO LBD055-EXISTE-W
           END-IF.
           IF ERRO-W = 0
              DISPLAY "Data do movimento (AAAAMMDD): "
              ACCEPT DATA-MOVTO-W FROM CONSOLE
           MOVE QT-REJEITADAS-W TO QT-REJEITADAS-REL.
           WRITE REG-RELAT FROM LINTOT1 AFTER 2.
           WRITE REG-RELAT FROM LINTOT2.
           MOVE QT-SEM-HABILIT-W TO QT-SEM-HABILIT-REL.
           WRITE REG-RELAT FROM LINTOT3.
           DISPLAY "ACEITAS: " QT-ACEITAS-W
                   "  REJEITADAS: " QT-REJEITADAS-W
                   "  SEM HABILITACAO: " QT-SEM-HABILIT-W.

       PROCESSA-LINHA-CSV SECTION.
           MOVE SPACES TO CSV-FUNCIONARIO-X CSV-TIPO-X CSV-QTDE-X
                          CSV-HORA-INI-X CSV-HORA-FIM-X
                          CSV-EMPRESA-X MOTIVO-REJEICAO-W.
           MOVE ZEROS TO CONTA-EMP-W.
      *    O COUNT IN GUARDA QUANTOS CARACTERES CADA CAMPO RECEBEU:
      *    A CRITICA DE NUMERICO E A CONVERSAO USAM SO ESSE TRECHO
      *    (A LINHA "123;1;10;800;1200" E ACEITA SEM EXIGIR CAMPOS
                   CSV-TIPO-X        COUNT IN CONTA-TIPO-W
                   CSV-QTDE-X        COUNT IN CONTA-QTDE-W
                   CSV-HORA-INI-X    COUNT IN CONTA-INI-W
                   CSV-HORA-FIM-X    COUNT IN CONTA-FIM-W
                   CSV-EMPRESA-X     COUNT IN CONTA-EMP-W.
           MOVE 1 TO LINHA-VALIDA-W.
           IF CONTA-FUNC-W = ZEROS OR CONTA-TIPO-W = ZEROS
              OR CONTA-QTDE-W = ZEROS OR CONTA-INI-W = ZEROS
           IF LINHA-VALIDA-W = 1
              PERFORM GRAVA-LANCAMENTO
              ADD 1 TO QT-ACEITAS-W
              PERFORM VERIFICA-HABILITACAO
              PERFORM IMPRIME-RESULTADO
           ELSE
              ADD 1 TO QT-REJEITADAS-W
                MOVE ZEROS TO LINHA-VALIDA-W
                MOVE "FUNCIONARIO NAO CADASTRADO" TO MOTIVO-REJEICAO-W
           END-READ.
           IF LINHA-VALIDA-W = 1
              MOVE CSV-FUNCIONARIO-W TO CGP046-CODIGO
              MOVE DATA-MOVTO-W      TO CGP046-DATA
              CALL "CGP046" USING PARAMETROS-W CGP046-PARAMETROS
              CANCEL "CGP046"
              IF CGP046-DESLIGADO = 1
                 MOVE ZEROS TO LINHA-VALIDA-W
                 MOVE "FUNCIONARIO DESLIGADO" TO MOTIVO-REJEICAO-W
              END-IF
           END-IF.
           IF LINHA-VALIDA-W = 1
              MOVE CSV-TIPO-W TO CODIGO-LB21
              READ LBD021 INVALID KEY
              MOVE ZEROS TO LINHA-VALIDA-W
              MOVE "QUANTIDADE ZERADA" TO MOTIVO-REJEICAO-W
           END-IF.
           IF LINHA-VALIDA-W = 1 AND CONTA-EMP-W > ZEROS
              PERFORM VALIDA-EMPRESA-SOLIC
           END-IF.
           IF LINHA-VALIDA-W = 1
              PERFORM VERIFICA-SOBREPOSICAO
           END-IF.

      *    6A COLUNA (OPCIONAL): EMPRESA QUE MANDOU OS FILMES - MESMA
      *    CRITICA DA TELA LBP101.
       VALIDA-EMPRESA-SOLIC SECTION.
           IF CONTA-EMP-W > 3
              MOVE ZEROS TO LINHA-VALIDA-W
              MOVE "EMPRESA SOLICITANTE INVALIDA" TO MOTIVO-REJEICAO-W
              GO VALIDA-EMPRESA-SOLIC-FIM
           END-IF.
           IF CSV-EMPRESA-X(1: 3) = EMPRESA-W
              MOVE ZEROS TO LINHA-VALIDA-W
              MOVE "EMPRESA SOLICITANTE E A PROPRIA"
                TO MOTIVO-REJEICAO-W
              GO VALIDA-EMPRESA-SOLIC-FIM
           END-IF.
           IF CGD016-EXISTE-W = 1
              MOVE CSV-EMPRESA-X(1: 3) TO CODIGO-CG16
              READ CGD016 INVALID KEY
                   MOVE ZEROS TO LINHA-VALIDA-W
                   MOVE "EMPRESA SOLICITANTE NAO CADASTRADA"
                     TO MOTIVO-REJEICAO-W
                NOT INVALID KEY
                   IF ATIVA-CG16 NOT = 1
                      MOVE ZEROS TO LINHA-VALIDA-W
                      MOVE "EMPRESA SOLICITANTE DESATIVADA"
                        TO MOTIVO-REJEICAO-W
                   END-IF
              END-READ
           END-IF.
       VALIDA-EMPRESA-SOLIC-FIM.
           EXIT.

      *    MESMA REGRA DE SOBREPOSICAO DA TELA LBP101: JANELAS DO
      *    MESMO FUNCIONARIO NA MESMA DATA NAO PODEM SE CRUZAR;
      *    HORA-FIM ZERADA VALE 2400.
               NOT INVALID KEY
                 MOVE "10" TO ST-LBD101.
           MOVE ZEROS TO ST-LBD101.
           IF CONTA-EMP-W > ZEROS
              INITIALIZE REG-LBD056
              MOVE DATA-MOVTO-L101     TO DATA-MOVTO-L56
              MOVE SEQ-L101            TO SEQ-L56
              MOVE CSV-EMPRESA-X(1: 3) TO EMPRESA-SOLIC-L56
              MOVE USUARIO-W           TO DIGITADOR-L56
              WRITE REG-LBD056 INVALID KEY
                    REWRITE REG-LBD056 INVALID KEY CONTINUE
                    END-REWRITE
              END-WRITE
           END-IF.

      *    MESMA CRITICA DE HABILITACAO DA TELA LBP101 (SO AVISO):
      *    REGISTRO NO LBD055 DO FUNCIONARIO PARA O TIPO DE FILME, EM
      *    QUALQUER PROCESSADORA, VALIDO NA DATA DO MOVIMENTO.
       VERIFICA-HABILITACAO SECTION.
           MOVE 1 TO HABILITADO-W.
           IF LBD055-EXISTE-W = ZEROS
              GO VERIFICA-HABILITACAO-FIM
           END-IF.
           MOVE ZEROS TO HABILITADO-W.
           MOVE CSV-FUNCIONARIO-W TO FUNCIONARIO-L55.
           MOVE ZEROS             TO PROCESSADORA-L55 TIPO-FILME-L55.
           START LBD055 KEY IS NOT < CHAVE-L55 INVALID KEY
                 MOVE "10" TO ST-LBD055.
           PERFORM UNTIL ST-LBD055 = "10"
              READ LBD055 NEXT RECORD AT END MOVE "10" TO ST-LBD055
              NOT AT END
                IF FUNCIONARIO-L55 <> CSV-FUNCIONARIO-W
                   MOVE "10" TO ST-LBD055
                ELSE
                   IF TIPO-FILME-L55 = CSV-TIPO-W
                      AND DATA-CERTIF-L55 NOT > DATA-MOVTO-W
                      AND (DATA-VALIDADE-L55 = ZEROS
                           OR DATA-VALIDADE-L55 NOT < DATA-MOVTO-W)
                      MOVE 1 TO HABILITADO-W
                      MOVE "10" TO ST-LBD055
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD055.
           IF HABILITADO-W = ZEROS
              ADD 1 TO QT-SEM-HABILIT-W
              DISPLAY "AVISO: FUNCIONARIO " CSV-FUNCIONARIO-W
                      " SEM HABILITACAO NO TIPO " CSV-TIPO-W
           END-IF.
       VERIFICA-HABILITACAO-FIM.
           EXIT.

       IMPRIME-RESULTADO SECTION.
           MOVE SPACES            TO LINDET-REL
           MOVE CSV-HORA-INI-W    TO LINDET-REL(23: 7)
           MOVE CSV-HORA-FIM-W    TO LINDET-REL(30: 7)
           IF MOTIVO-REJEICAO-W = SPACES
              IF HABILITADO-W = ZEROS
                 MOVE "ACEITA - AVISO: SEM HABILITACAO NO TIPO"
                   TO LINDET-REL(38: 40)
              ELSE
                 MOVE "ACEITA" TO LINDET-REL(38: 10)
              END-IF
           ELSE
              MOVE "REJEITADA: " TO LINDET-REL(38: 11)
              MOVE MOTIVO-REJEICAO-W TO LINDET-REL(49: 35)
           END-IF
           IF CONTA-EMP-W > ZEROS
              MOVE CSV-EMPRESA-X   TO LINDET-REL(86: 5)
           END-IF
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD001 LBD021 LBD023 LBD101 LBD056.
           IF CGD016-EXISTE-W = 1
              CLOSE CGD016
           END-IF.
           IF LBD055-EXISTE-W = 1
              CLOSE LBD055
           END-IF.
           IF ST-CSV = "00" OR ST-CSV = "10"
              CLOSE ARQ-CSV
           END-IF.
