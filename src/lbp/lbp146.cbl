       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP146.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Habilitação dos operadores do laboratório (LBD055):
      *  HABILITAR ..: grava/altera a habilitação do funcionário
      *                (CGD001) numa processadora (LBD047, zero =
      *                qualquer) para um tipo de filme (LBD021), com
      *                data da habilitação e data de validade;
      *  EXCLUIR ....: remove uma habilitação;
      *  CONSULTA ...: lista as habilitações de um funcionário;
      *  RELATORIO ..: no mês (AAAAMM), as habilitações que vencem no
      *                mês e a produção do LBD101 feita por operador
      *                sem habilitação válida na data para o tipo de
      *                filme revelado. A mesma crítica avisa na
      *                digitação (LBP101) e na importação (LBP120).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX001.
           COPY LBPX021.
           COPY LBPX047.
           COPY LBPX055.
           COPY LBPX101.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW001.
       COPY LBPW021.
       COPY LBPW047.
       COPY LBPW055.
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
           05  ST-LBD021             PIC XX       VALUE SPACES.
           05  ST-LBD047             PIC XX       VALUE SPACES.
           05  ST-LBD055             PIC XX       VALUE SPACES.
           05  ST-LBD101             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  TEM-LBD047-W          PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  FUNCIONARIO-W         PIC 9(6)     VALUE ZEROS.
           05  PROCESSADORA-W        PIC 9(2)     VALUE ZEROS.
           05  TIPO-FILME-W          PIC 9(2)     VALUE ZEROS.
           05  COMPETENCIA-W         PIC 9(6)     VALUE ZEROS.
           05  COMPETENCIA-R REDEFINES COMPETENCIA-W.
               10  ANO-COMP-W        PIC 9(4).
               10  MES-COMP-W        PIC 9(2).
      *    CRITICA DE HABILITACAO: FUNCIONARIO + TIPO NA DATA
           05  HAB-FUNCIONARIO-W     PIC 9(6)     VALUE ZEROS.
           05  HAB-TIPO-FILME-W      PIC 9(2)     VALUE ZEROS.
           05  HAB-DATA-W            PIC 9(8)     VALUE ZEROS.
           05  HABILITADO-W          PIC 9        VALUE ZEROS.
           05  QT-VENCENDO-W         PIC 9(5)     VALUE ZEROS.
           05  QT-LANCTOS-W          PIC 9(5)     VALUE ZEROS.
           05  QT-FILMES-W           PIC 9(7)     VALUE ZEROS.
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
           05  FILLER              PIC X(47)   VALUE
               "HABILITACAO DOS OPERADORES DO LABORATORIO - MES".
           05  FILLER              PIC X       VALUE SPACES.
           05  COMPETENCIA-REL     PIC 9(6).
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(100)  VALUE
           "HABILITACOES QUE VENCEM NO MES".
       01  CAB05.
           05  FILLER              PIC X(100)  VALUE
           "FUNCIO NOME                           PROC TP DESCRICAO
      -    "         HABILITADO  VALIDADE".
       01  CAB06.
           05  FILLER              PIC X(100)  VALUE
           "PRODUCAO POR OPERADOR SEM HABILITACAO VALIDA NA DATA".
       01  CAB07.
           05  FILLER              PIC X(100)  VALUE
           "DATA       SEQ FUNCIO NOME                           TP DESC
      -    "RICAO             QTDE".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINTOT1.
           05  FILLER              PIC X(35)   VALUE
               "HABILITACOES VENCENDO NO MES.....: ".
           05  QT-VENCENDO-REL     PIC ZZ.ZZ9.
       01  LINTOT2.
           05  FILLER              PIC X(35)   VALUE
               "LANCAMENTOS SEM HABILITACAO......: ".
           05  QT-LANCTOS-REL      PIC ZZ.ZZ9.
           05  FILLER              PIC X(10)   VALUE "  FILMES: ".
           05  QT-FILMES-REL       PIC Z.ZZZ.ZZ9.
       01  DATA-ED-W               PIC 99/99/9999.
       01  DATA-INV-W              PIC 9(8).
       01  DATA-INV-R REDEFINES DATA-INV-W.
           05  ANO-INV-W           PIC 9(4).
           05  MES-INV-W           PIC 9(2).
           05  DIA-INV-W           PIC 9(2).
       01  DATA-DDMMAAAA-W.
           05  DIA-DDMM-W          PIC 9(2).
           05  MES-DDMM-W          PIC 9(2).
           05  ANO-DDMM-W          PIC 9(4).
       01  DATA-DDMMAAAA-N REDEFINES DATA-DDMMAAAA-W PIC 9(8).

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
           MOVE ZEROS TO ERRO-W TEM-LBD047-W.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE NOME-EMPRESA-W     TO EMPRESA-REL
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "LBD021" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD021.
           MOVE "LBD047" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD047.
           MOVE "LBD055" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD055.
           MOVE "LBD101" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD101.
           OPEN INPUT CGD001 LBD021 LBD101.
      *    SEM CADASTRO DE EQUIPAMENTOS A PROCESSADORA NAO E CRITICADA.
           OPEN INPUT LBD047.
           IF ST-LBD047 = "00"
              MOVE 1 TO TEM-LBD047-W
           END-IF.
           OPEN I-O LBD055.
           IF ST-LBD055 = "35"
              OPEN OUTPUT LBD055
              CLOSE       LBD055
              OPEN I-O    LBD055
           END-IF.
           IF ST-CGD001 <> "00"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W.
           IF ST-LBD021 <> "00"
              DISPLAY "ERRO ABERTURA LBD021: " ST-LBD021
              MOVE 1 TO ERRO-W.
           IF ST-LBD055 <> "00"
              DISPLAY "ERRO ABERTURA LBD055: " ST-LBD055
              MOVE 1 TO ERRO-W.
           IF ST-LBD101 <> "00"
              DISPLAY "ERRO ABERTURA LBD101: " ST-LBD101
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "LBP146" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA LBP146"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-HABILITAR  2-EXCLUIR  3-CONSULTA  "
                   "4-RELATORIO  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM CADASTRA-HABILITACAO
              WHEN 2 PERFORM EXCLUI-HABILITACAO
              WHEN 3 PERFORM CONSULTA-FUNCIONARIO
              WHEN 4 PERFORM RELATORIO-MENSAL
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    CADASTRO DA HABILITACAO (LBD055)
      *----------------------------------------------------------------
       CADASTRA-HABILITACAO SECTION.
           PERFORM INFORMA-CHAVE.
           IF FUNCIONARIO-W = ZEROS
              GO CADASTRA-HABILITACAO-FIM
           END-IF.
           MOVE FUNCIONARIO-W  TO FUNCIONARIO-L55.
           MOVE PROCESSADORA-W TO PROCESSADORA-L55.
           MOVE TIPO-FILME-W   TO TIPO-FILME-L55.
           READ LBD055 INVALID KEY
                INITIALIZE REG-LBD055
                MOVE FUNCIONARIO-W  TO FUNCIONARIO-L55
                MOVE PROCESSADORA-W TO PROCESSADORA-L55
                MOVE TIPO-FILME-W   TO TIPO-FILME-L55
              NOT INVALID KEY
                DISPLAY "HABILITADO EM " DATA-CERTIF-L55
                        " VALIDADE " DATA-VALIDADE-L55
                        " " OBSERVACAO-L55
           END-READ.
           DISPLAY "Data da habilitacao (AAAAMMDD, 0 = HOJE): ".
           ACCEPT DATA-CERTIF-L55 FROM CONSOLE.
           IF DATA-CERTIF-L55 = ZEROS
              MOVE DATA-HOJE-W TO DATA-CERTIF-L55
           END-IF.
           DISPLAY "Data de validade (AAAAMMDD, 0 = SEM VENCIMENTO): ".
           ACCEPT DATA-VALIDADE-L55 FROM CONSOLE.
           IF DATA-VALIDADE-L55 > ZEROS
              AND DATA-VALIDADE-L55 < DATA-CERTIF-L55
              DISPLAY "VALIDADE ANTERIOR A HABILITACAO"
              GO CADASTRA-HABILITACAO-FIM
           END-IF.
           DISPLAY "Observacao (treinamento/instrutor): ".
           ACCEPT OBSERVACAO-L55 FROM CONSOLE.
           MOVE COD-USUARIO-W TO DIGITADOR-L55.
           WRITE REG-LBD055 INVALID KEY
                REWRITE REG-LBD055 INVALID KEY
                     DISPLAY "ERRO GRAVACAO LBD055: " ST-LBD055
                END-REWRITE
           END-WRITE.
           DISPLAY "HABILITACAO GRAVADA.".
       CADASTRA-HABILITACAO-FIM.
           EXIT.

      *    FUNCIONARIO, PROCESSADORA E TIPO DE FILME, CRITICADOS NOS
      *    CADASTROS. FUNCIONARIO-W VOLTA ZERADO QUANDO ALGO FALHA.
       INFORMA-CHAVE SECTION.
           DISPLAY "Funcionario (CGD001, 0 = VOLTAR): ".
           ACCEPT FUNCIONARIO-W FROM CONSOLE.
           IF FUNCIONARIO-W = ZEROS
              GO INFORMA-CHAVE-FIM
           END-IF.
           MOVE FUNCIONARIO-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                DISPLAY "FUNCIONARIO NAO CADASTRADO NO CGD001"
                MOVE ZEROS TO FUNCIONARIO-W
                GO INFORMA-CHAVE-FIM
           END-READ.
           DISPLAY "FUNCIONARIO: " NOME-CG01.
           DISPLAY "Processadora (LBD047, 0 = QUALQUER): ".
           ACCEPT PROCESSADORA-W FROM CONSOLE.
           IF PROCESSADORA-W > ZEROS AND TEM-LBD047-W = 1
              MOVE PROCESSADORA-W TO EQUIPAMENTO-L47
              READ LBD047 INVALID KEY
                   DISPLAY "PROCESSADORA NAO CADASTRADA NO LBD047 "
                           "(LBP141)"
                   MOVE ZEROS TO FUNCIONARIO-W
                   GO INFORMA-CHAVE-FIM
              END-READ
              DISPLAY "PROCESSADORA: " DESCRICAO-L47
           END-IF.
           DISPLAY "Tipo de filme (LBD021): ".
           ACCEPT TIPO-FILME-W FROM CONSOLE.
           MOVE TIPO-FILME-W TO CODIGO-LB21.
           READ LBD021 INVALID KEY
                DISPLAY "TIPO DE FILME NAO CADASTRADO NO LBD021"
                MOVE ZEROS TO FUNCIONARIO-W
                GO INFORMA-CHAVE-FIM
           END-READ.
           DISPLAY "TIPO DE FILME: " DESCRICAO-LB21.
       INFORMA-CHAVE-FIM.
           EXIT.

       EXCLUI-HABILITACAO SECTION.
           PERFORM INFORMA-CHAVE.
           IF FUNCIONARIO-W = ZEROS
              GO EXCLUI-HABILITACAO-FIM
           END-IF.
           MOVE FUNCIONARIO-W  TO FUNCIONARIO-L55.
           MOVE PROCESSADORA-W TO PROCESSADORA-L55.
           MOVE TIPO-FILME-W   TO TIPO-FILME-L55.
           READ LBD055 INVALID KEY
                DISPLAY "HABILITACAO NAO ENCONTRADA"
                GO EXCLUI-HABILITACAO-FIM
           END-READ.
           DISPLAY "HABILITADO EM " DATA-CERTIF-L55
                   " VALIDADE " DATA-VALIDADE-L55.
           DISPLAY "Confirma exclusao (S/N): ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W = "S" OR "s"
              DELETE LBD055 INVALID KEY
                   DISPLAY "ERRO EXCLUSAO LBD055: " ST-LBD055
              END-DELETE
              DISPLAY "HABILITACAO EXCLUIDA."
           END-IF.
       EXCLUI-HABILITACAO-FIM.
           EXIT.

       CONSULTA-FUNCIONARIO SECTION.
           DISPLAY "Funcionario (CGD001): ".
           ACCEPT FUNCIONARIO-W FROM CONSOLE.
           MOVE FUNCIONARIO-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY MOVE "********" TO NOME-CG01.
           DISPLAY "FUNCIONARIO: " NOME-CG01.
           MOVE FUNCIONARIO-W TO FUNCIONARIO-L55.
           MOVE ZEROS         TO PROCESSADORA-L55 TIPO-FILME-L55.
           START LBD055 KEY IS NOT < CHAVE-L55 INVALID KEY
                 MOVE "10" TO ST-LBD055.
           PERFORM UNTIL ST-LBD055 = "10"
              READ LBD055 NEXT RECORD AT END MOVE "10" TO ST-LBD055
              NOT AT END
                IF FUNCIONARIO-L55 <> FUNCIONARIO-W
                   MOVE "10" TO ST-LBD055
                ELSE
                   MOVE TIPO-FILME-L55 TO CODIGO-LB21
                   READ LBD021 INVALID KEY
                        MOVE SPACES TO DESCRICAO-LB21
                   END-READ
                   IF DATA-VALIDADE-L55 > ZEROS
                      AND DATA-VALIDADE-L55 < DATA-HOJE-W
                      DISPLAY "PROC " PROCESSADORA-L55 " TIPO "
                              TIPO-FILME-L55 " " DESCRICAO-LB21
                              " DE " DATA-CERTIF-L55 " A "
                              DATA-VALIDADE-L55 " VENCIDA"
                   ELSE
                      DISPLAY "PROC " PROCESSADORA-L55 " TIPO "
                              TIPO-FILME-L55 " " DESCRICAO-LB21
                              " DE " DATA-CERTIF-L55 " A "
                              DATA-VALIDADE-L55
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD055.

      *----------------------------------------------------------------
      *    HABILITACAO VALIDA: ALGUM REGISTRO DO FUNCIONARIO PARA O
      *    TIPO DE FILME, EM QUALQUER PROCESSADORA, COM A DATA ENTRE
      *    A HABILITACAO E A VALIDADE (VALIDADE ZERO NAO VENCE).
      *----------------------------------------------------------------
       VERIFICA-HABILITACAO SECTION.
           MOVE ZEROS TO HABILITADO-W.
           MOVE HAB-FUNCIONARIO-W TO FUNCIONARIO-L55.
           MOVE ZEROS             TO PROCESSADORA-L55 TIPO-FILME-L55.
           START LBD055 KEY IS NOT < CHAVE-L55 INVALID KEY
                 MOVE "10" TO ST-LBD055.
           PERFORM UNTIL ST-LBD055 = "10"
              READ LBD055 NEXT RECORD AT END MOVE "10" TO ST-LBD055
              NOT AT END
                IF FUNCIONARIO-L55 <> HAB-FUNCIONARIO-W
                   MOVE "10" TO ST-LBD055
                ELSE
                   IF TIPO-FILME-L55 = HAB-TIPO-FILME-W
                      AND DATA-CERTIF-L55 NOT > HAB-DATA-W
                      AND (DATA-VALIDADE-L55 = ZEROS
                           OR DATA-VALIDADE-L55 NOT < HAB-DATA-W)
                      MOVE 1 TO HABILITADO-W
                      MOVE "10" TO ST-LBD055
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD055.

      *----------------------------------------------------------------
      *    RELATORIO MENSAL - VENCIMENTOS E PRODUCAO SEM HABILITACAO
      *----------------------------------------------------------------
       RELATORIO-MENSAL SECTION.
           DISPLAY "Mes (AAAAMM): ".
           ACCEPT COMPETENCIA-W FROM CONSOLE.
           IF MES-COMP-W < 1 OR MES-COMP-W > 12
              DISPLAY "MES INVALIDO"
              GO RELATORIO-MENSAL-FIM
           END-IF.
           MOVE COMPETENCIA-W TO COMPETENCIA-REL.
           MOVE ZEROS TO PAGE-COUNT QT-VENCENDO-W QT-LANCTOS-W
                         QT-FILMES-W.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB05.
           WRITE REG-RELAT FROM CAB03.
           ADD 3 TO LIN.
           PERFORM LISTA-VENCIMENTOS.
           MOVE QT-VENCENDO-W TO QT-VENCENDO-REL.
           WRITE REG-RELAT FROM LINTOT1 AFTER 2.
           ADD 2 TO LIN.
           IF LIN > 50 PERFORM CABECALHO END-IF.
           WRITE REG-RELAT FROM CAB06 AFTER 2.
           WRITE REG-RELAT FROM CAB07.
           WRITE REG-RELAT FROM CAB03.
           ADD 4 TO LIN.
           PERFORM LISTA-SEM-HABILITACAO.
           MOVE QT-LANCTOS-W TO QT-LANCTOS-REL.
           MOVE QT-FILMES-W  TO QT-FILMES-REL.
           WRITE REG-RELAT FROM LINTOT2 AFTER 2.
           CLOSE RELAT.
           DISPLAY "VENCENDO: " QT-VENCENDO-W
                   "  LANCAMENTOS SEM HABILITACAO: " QT-LANCTOS-W.
           DISPLAY "RELATORIO IMPRESSO.".
       RELATORIO-MENSAL-FIM.
           EXIT.

       LISTA-VENCIMENTOS SECTION.
           MOVE ZEROS TO FUNCIONARIO-L55 PROCESSADORA-L55
                         TIPO-FILME-L55.
           START LBD055 KEY IS NOT < CHAVE-L55 INVALID KEY
                 MOVE "10" TO ST-LBD055.
           PERFORM UNTIL ST-LBD055 = "10"
              READ LBD055 NEXT RECORD AT END MOVE "10" TO ST-LBD055
              NOT AT END
                IF DATA-VALIDADE-L55(1: 6) = COMPETENCIA-W
                   PERFORM IMPRIME-VENCIMENTO
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD055.

       IMPRIME-VENCIMENTO SECTION.
           ADD 1 TO QT-VENCENDO-W.
           MOVE FUNCIONARIO-L55     TO CODIGO-CG01.
           READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01.
           MOVE TIPO-FILME-L55      TO CODIGO-LB21.
           READ LBD021 INVALID KEY MOVE SPACES TO DESCRICAO-LB21.
           MOVE SPACES              TO LINDET-REL.
           MOVE FUNCIONARIO-L55     TO LINDET-REL(1: 6).
           MOVE NOME-CG01           TO LINDET-REL(8: 30).
           IF PROCESSADORA-L55 = ZEROS
              MOVE "TODAS"          TO LINDET-REL(39: 5)
           ELSE
              MOVE PROCESSADORA-L55 TO LINDET-REL(40: 2)
           END-IF.
           MOVE TIPO-FILME-L55      TO LINDET-REL(44: 2).
           MOVE DESCRICAO-LB21      TO LINDET-REL(47: 20).
           MOVE DATA-CERTIF-L55     TO DATA-INV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-ED-W           TO LINDET-REL(68: 10).
           MOVE DATA-VALIDADE-L55   TO DATA-INV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-ED-W           TO LINDET-REL(80: 10).
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.

      *    LANCAMENTOS DO MES NO LBD101 (CHAVE DATA + SEQ).
       LISTA-SEM-HABILITACAO SECTION.
           COMPUTE DATA-MOVTO-L101 = COMPETENCIA-W * 100 + 1.
           MOVE ZEROS TO SEQ-L101.
           START LBD101 KEY IS NOT < CHAVE-L101 INVALID KEY
                 MOVE "10" TO ST-LBD101.
           PERFORM UNTIL ST-LBD101 = "10"
              READ LBD101 NEXT RECORD AT END MOVE "10" TO ST-LBD101
              NOT AT END
                IF DATA-MOVTO-L101(1: 6) <> COMPETENCIA-W
                   MOVE "10" TO ST-LBD101
                ELSE
                   MOVE FUNCIONARIO-L101 TO HAB-FUNCIONARIO-W
                   MOVE TIPO-FILME-L101  TO HAB-TIPO-FILME-W
                   MOVE DATA-MOVTO-L101  TO HAB-DATA-W
                   PERFORM VERIFICA-HABILITACAO
                   IF HABILITADO-W = ZEROS
                      PERFORM IMPRIME-SEM-HABILITACAO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD101.

       IMPRIME-SEM-HABILITACAO SECTION.
           ADD 1                    TO QT-LANCTOS-W.
           ADD QTDE-FILMES-L101     TO QT-FILMES-W.
           MOVE FUNCIONARIO-L101    TO CODIGO-CG01.
           READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01.
           MOVE TIPO-FILME-L101     TO CODIGO-LB21.
           READ LBD021 INVALID KEY MOVE SPACES TO DESCRICAO-LB21.
           MOVE SPACES              TO LINDET-REL.
           MOVE DATA-MOVTO-L101     TO DATA-INV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-ED-W           TO LINDET-REL(1: 10).
           MOVE SEQ-L101            TO LINDET-REL(12: 3).
           MOVE FUNCIONARIO-L101    TO LINDET-REL(16: 6).
           MOVE NOME-CG01           TO LINDET-REL(23: 30).
           MOVE TIPO-FILME-L101     TO LINDET-REL(54: 2).
           MOVE DESCRICAO-LB21      TO LINDET-REL(57: 20).
           MOVE QTDE-FILMES-L101    TO LINDET-REL(78: 3).
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.

       CONVERTE-DATA SECTION.
           MOVE DIA-INV-W TO DIA-DDMM-W.
           MOVE MES-INV-W TO MES-DDMM-W.
           MOVE ANO-INV-W TO ANO-DDMM-W.
           MOVE DATA-DDMMAAAA-N TO DATA-ED-W.

       CABECALHO SECTION.
           ADD 1 TO PAGE-COUNT.  MOVE PAGE-COUNT TO PAG-REL.
           IF PAGE-COUNT = 1
              WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           MOVE 4 TO LIN.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD001 LBD021 LBD055 LBD101.
           IF TEM-LBD047-W = 1
              CLOSE LBD047
           END-IF.
           EXIT PROGRAM.
