       AUTHOR. MARELI AMANCIO VOLPATO.
       DATE-WRITTEN. 26/05/2000.
      *FUNÇÃO: Movimento de REVELAÇÃO DE FILMES
      *
      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - AVISO AO GRAVAR LANÇAMENTO DE
      *             FUNCIONÁRIO SEM HABILITAÇÃO VÁLIDA (LBD055/LBP146)
      *             PARA O TIPO DE FILME NA DATA DO MOVIMENTO.
      *15/10/2026 - ALTERAÇÃO - EMPRESA SOLICITANTE (CGD016) OPCIONAL
      *             NO LANÇAMENTO, GRAVADA NO LBD056 PARA O
      *             FATURAMENTO INTER-EMPRESAS (LBP147); LANÇAMENTO
      *             JÁ FATURADO NÃO TROCA A EMPRESA NEM É EXCLUÍDO.
      *15/10/2026 - ALTERAÇÃO - RECUSA LANÇAMENTO DE FUNCIONÁRIO
      *             DESLIGADO (CGD003/CGP045) EM DATA-MOVTO POSTERIOR
      *             AO DESLIGAMENTO (SUBPROGRAMA CGP046).

       ENVIRONMENT DIVISION.
       class-control.
           COPY LBPX029.
           COPY LBPX101.
           COPY LBPX032.
           COPY LBPX055.
           COPY LBPX056.
           COPY CGPX016.
           SELECT LB101HIS ASSIGN TO ARQUIVO-LB101HIS
               ORGANIZATION INDEXED ACCESS MODE DYNAMIC
               RECORD KEY CHAVE-LB101HIS
       COPY LBPW029.
       COPY LBPW101.
       COPY LBPW032.
       COPY LBPW055.
       COPY LBPW056.
       COPY CGPW016.
      *HISTORICO DE ALTERACAO (ANTES/DEPOIS) DE REGISTROS DE LBD101,
      *GRAVADO A CADA REGRAVA-DADOS. CHAVE = MOVTO+SEQ+HORA DA EDICAO,
      *PERMITINDO VARIAS EDICOES DO MESMO REGISTRO NO HISTORICO.
           05  ST-LB101HIS           PIC XX       VALUE SPACES.
           05  ST-LB101DEL           PIC XX       VALUE SPACES.
           05  ST-DSD001             PIC XX       VALUE SPACES.
           05  ST-LBD055             PIC XX       VALUE SPACES.
           05  LBD055-EXISTE-W       PIC 9        VALUE ZEROS.
           05  HABILITADO-W          PIC 9        VALUE ZEROS.
           05  ST-LBD056             PIC XX       VALUE SPACES.
           05  ST-CGD016             PIC XX       VALUE SPACES.
           05  CGD016-EXISTE-W       PIC 9        VALUE ZEROS.
           05  EMPRESA-SOLIC-W       PIC XXX      VALUE SPACES.
           05  ANTES-DADOS-L101.
               10  ANTES-EXISTE-L101     PIC 9    VALUE ZEROS.
               10  ANTES-TURNO-L101          PIC 9(2)  VALUE ZEROS.
           05  OVL-SEQ-CONFLITO-W    PIC 9(3)     VALUE ZEROS.
           05  DATA-FECHADA-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-FECHADA-E        PIC 99/99/9999 VALUE ZEROS.
           05  DATA-DESLIG-E         PIC 99/99/9999 VALUE ZEROS.
           05  ULT-SEQ               PIC 9(3)     VALUE ZEROS.
           05  DATA-MOVTO-CARREGADO-L101 PIC 9(8) VALUE ZEROS.
           05  QT-PAGINA-L101        PIC 9(3)     VALUE 050.
           COPY LOGW008C.
           COPY LOGW006C.
           COPY LOGW016C.
           COPY CGPW046C.

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
           END-IF.
           MOVE "LBD032" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD032.
           PERFORM LE-FECHAMENTO-MOVIMENTO.
      *    HABILITACAO DOS OPERADORES (LBP146) - SEM O ARQUIVO NAO HA
      *    AVISO.
           MOVE "LBD055" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD055.
           MOVE ZEROS TO LBD055-EXISTE-W.
           OPEN INPUT LBD055.
           IF ST-LBD055 = "00"
              MOVE 1 TO LBD055-EXISTE-W
           END-IF.
      *    EMPRESA SOLICITANTE (LBD056) E CADASTRO DE EMPRESAS
      *    (CGD016, COMPARTILHADO NA RAIZ) - SEM O CADASTRO O CODIGO
      *    NAO E CONFERIDO.
           MOVE "LBD056" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD056.
           OPEN I-O LBD056.
           IF ST-LBD056 = "35"
              OPEN OUTPUT LBD056
              CLOSE       LBD056
              OPEN I-O    LBD056
           END-IF.
           MOVE "\PROGRAMA\KELLO\CGD016" TO PATH-CGD016.
           MOVE ZEROS TO CGD016-EXISTE-W.
           OPEN INPUT CGD016.
           IF ST-CGD016 = "00"
              MOVE 1 TO CGD016-EXISTE-W
           END-IF.
           MOVE "DSD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-DSD001.
           OPEN I-O DSD001.
           IF ST-DSD001 = "35"
              MOVE ST-LBD101 TO LOG006-STATUS
              PERFORM REGISTRA-ERRO-ARQUIVO
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-LBD056 <> "00"
              MOVE "ERRO ABERTURA LBD056: "  TO GS-MENSAGEM-ERRO
              MOVE ST-LBD056 TO GS-MENSAGEM-ERRO(23: 02)
              MOVE "LBD056" TO LOG006-ARQUIVO
              MOVE ST-LBD056 TO LOG006-STATUS
              PERFORM REGISTRA-ERRO-ARQUIVO
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
               WHEN GS-SAVE-FLG-TRUE
                   PERFORM SALVAR-DADOS
                   PERFORM VERIFICA-FECHAMENTO
                   IF VALIDACAO-OK-W = 1
                      PERFORM VERIFICA-DESLIGADO
                   END-IF
                   IF VALIDACAO-OK-W = 1
                      PERFORM VERIFICA-SOBREPOSICAO
                   END-IF
                   IF VALIDACAO-OK-W = 1
                      PERFORM VERIFICA-EMPRESA-SOLIC
                   END-IF
                   IF VALIDACAO-OK-W = 1
                      PERFORM VERIFICA-HABILITACAO
                      IF GS-TIPO-GRAVACAO = 1 PERFORM REGRAVA-DADOS
                      ELSE PERFORM GRAVA-DADOS
                      END-IF
                      PERFORM GRAVA-EMPRESA-SOLIC
                      PERFORM LIMPAR-DADOS
                   END-IF
               WHEN GS-EXCLUI-FLG-TRUE
           MOVE HORA-FIM-L101        TO  GS-HORA-FIM
           MOVE TEMPO-INTERRUPC-L101 TO  GS-TEMPO-INTERRUP
           MOVE TEMPO-INTERVALO-L101 TO  GS-TEMPO-INTERVALO.
           MOVE DATA-MOVTO-L101      TO  DATA-MOVTO-L56.
           MOVE SEQ-L101             TO  SEQ-L56.
           READ LBD056 INVALID KEY MOVE SPACES TO EMPRESA-SOLIC-L56.
           MOVE EMPRESA-SOLIC-L56    TO  GS-EMPRESA-SOLIC.
       GUARDA-ANTES-L101 SECTION.
           MOVE 1                    TO ANTES-EXISTE-L101
           MOVE TURNO-L101           TO ANTES-TURNO-L101

       EXCLUI SECTION.
           PERFORM VERIFICA-FECHAMENTO.
           IF VALIDACAO-OK-W = 1
              PERFORM VERIFICA-FATURADO-EXCLUSAO
           END-IF.
           IF VALIDACAO-OK-W = 1
              PERFORM GRAVA-EXCLUSAO-L101
              DELETE LBD101
              MOVE DATA-MOVTO-L101 TO DATA-MOVTO-L56
              MOVE SEQ-L101        TO SEQ-L56
              DELETE LBD056 INVALID KEY CONTINUE END-DELETE
              PERFORM LIMPAR-DADOS
           END-IF.
      *    PERFORM CARREGA-ULTIMOS.
              PERFORM CARREGA-MENSAGEM-ERRO
           END-IF.

      *    FUNCIONARIO DESLIGADO (CGP045) NAO RECEBE LANCAMENTO COM
      *    DATA-MOVTO DEPOIS DO DESLIGAMENTO.
       VERIFICA-DESLIGADO SECTION.
           MOVE 1 TO VALIDACAO-OK-W.
           MOVE FUNCIONARIO-L101 TO CGP046-CODIGO.
           MOVE DATA-MOVTO-L101  TO CGP046-DATA.
           CALL "CGP046" USING PARAMETROS-W CGP046-PARAMETROS.
           CANCEL "CGP046".
           IF CGP046-DESLIGADO = 1
              MOVE ZEROS TO VALIDACAO-OK-W
              MOVE CGP046-DATA-DESLIG TO DATA-INV
              CALL "GRIDAT1" USING DATA-INV
              MOVE DATA-INV TO DATA-DESLIG-E
              MOVE "FUNCIONARIO DESLIGADO EM            - NAO GRAVADO"
                TO GS-MENSAGEM-ERRO
              MOVE DATA-DESLIG-E TO GS-MENSAGEM-ERRO(26: 10)
              PERFORM CARREGA-MENSAGEM-ERRO
           END-IF.

      *    IMPEDE DOIS LANCAMENTOS DO MESMO FUNCIONARIO, NA MESMA
      *    DATA-MOVTO, COM JANELAS HORA-INIC/HORA-FIM SOBREPOSTAS -
      *    FISICAMENTE IMPOSSIVEL E ESTRAGA TODA TOTALIZACAO POR
       VERIFICA-SOBREPOSICAO-FIM.
           EXIT.

      *    SO AVISO (O LANCAMENTO E GRAVADO): O FUNCIONARIO PRECISA
      *    DE HABILITACAO NO LBD055 PARA O TIPO DE FILME, EM QUALQUER
      *    PROCESSADORA, VALIDA NA DATA-MOVTO (VALIDADE ZERO NAO
      *    VENCE). A AREA DO REG-LBD101 NAO E TOCADA.
       VERIFICA-HABILITACAO SECTION.
           IF LBD055-EXISTE-W = ZEROS
              GO VERIFICA-HABILITACAO-FIM
           END-IF.
           MOVE ZEROS TO HABILITADO-W.
           MOVE FUNCIONARIO-L101 TO FUNCIONARIO-L55.
           MOVE ZEROS            TO PROCESSADORA-L55 TIPO-FILME-L55.
           START LBD055 KEY IS NOT < CHAVE-L55 INVALID KEY
                 MOVE "10" TO ST-LBD055.
           PERFORM UNTIL ST-LBD055 = "10"
              READ LBD055 NEXT RECORD AT END MOVE "10" TO ST-LBD055
              NOT AT END
                IF FUNCIONARIO-L55 <> FUNCIONARIO-L101
                   MOVE "10" TO ST-LBD055
                ELSE
                   IF TIPO-FILME-L55 = TIPO-FILME-L101
                      AND DATA-CERTIF-L55 NOT > DATA-MOVTO-L101
                      AND (DATA-VALIDADE-L55 = ZEROS
                           OR DATA-VALIDADE-L55 NOT < DATA-MOVTO-L101)
                      MOVE 1 TO HABILITADO-W
                      MOVE "10" TO ST-LBD055
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD055.
           IF HABILITADO-W = ZEROS
              MOVE "FUNCIONARIO SEM HABILITACAO NO TIPO DE FILME"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           END-IF.
       VERIFICA-HABILITACAO-FIM.
           EXIT.

      *    EMPRESA SOLICITANTE (OPCIONAL): CODIGO DO CGD016, ATIVO E
      *    DIFERENTE DA PROPRIA EMPRESA. LANCAMENTO JA FATURADO PELO
      *    LBP147 NAO TROCA DE EMPRESA - O TITULO JA FOI GERADO NOS
      *    DOIS LADOS.
       VERIFICA-EMPRESA-SOLIC SECTION.
           MOVE 1 TO VALIDACAO-OK-W.
           MOVE GS-EMPRESA-SOLIC TO EMPRESA-SOLIC-W.
           IF GS-TIPO-GRAVACAO = 1
              MOVE DATA-MOVTO-L101 TO DATA-MOVTO-L56
              MOVE SEQ-L101        TO SEQ-L56
              READ LBD056 INVALID KEY CONTINUE
                NOT INVALID KEY
                  IF MES-FATURADO-L56 > ZEROS
                     AND EMPRESA-SOLIC-L56 <> EMPRESA-SOLIC-W
                     MOVE ZEROS TO VALIDACAO-OK-W
                     MOVE "JA FATURADO - EMPRESA SOLIC. NAO ALTERA"
                       TO GS-MENSAGEM-ERRO
                     PERFORM CARREGA-MENSAGEM-ERRO
                  END-IF
              END-READ
           END-IF.
           IF VALIDACAO-OK-W = ZEROS OR EMPRESA-SOLIC-W = SPACES
              GO VERIFICA-EMPRESA-SOLIC-FIM
           END-IF.
           IF EMPRESA-SOLIC-W = EMPRESA-W
              MOVE ZEROS TO VALIDACAO-OK-W
              MOVE "EMPRESA SOLICITANTE E A PROPRIA EMPRESA"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO VERIFICA-EMPRESA-SOLIC-FIM
           END-IF.
           IF CGD016-EXISTE-W = 1
              MOVE EMPRESA-SOLIC-W TO CODIGO-CG16
              READ CGD016 INVALID KEY
                   MOVE ZEROS TO VALIDACAO-OK-W
                   MOVE "EMPRESA SOLICITANTE NAO CADASTRADA"
                     TO GS-MENSAGEM-ERRO
                NOT INVALID KEY
                   IF ATIVA-CG16 NOT = 1
                      MOVE ZEROS TO VALIDACAO-OK-W
                      MOVE "EMPRESA SOLICITANTE DESATIVADA"
                        TO GS-MENSAGEM-ERRO
                   END-IF
              END-READ
              IF VALIDACAO-OK-W = ZEROS
                 PERFORM CARREGA-MENSAGEM-ERRO
              END-IF
           END-IF.
       VERIFICA-EMPRESA-SOLIC-FIM.
           EXIT.

      *    CHAMADO DEPOIS DA GRAVACAO/REGRAVACAO, COM O SEQ-L101
      *    DEFINITIVO. EMPRESA EM BRANCO REMOVE O SATELITE; REGISTRO
      *    JA FATURADO NAO E MEXIDO.
       GRAVA-EMPRESA-SOLIC SECTION.
           MOVE DATA-MOVTO-L101 TO DATA-MOVTO-L56.
           MOVE SEQ-L101        TO SEQ-L56.
           READ LBD056 INVALID KEY
                IF EMPRESA-SOLIC-W <> SPACES
                   INITIALIZE REG-LBD056
                   MOVE DATA-MOVTO-L101 TO DATA-MOVTO-L56
                   MOVE SEQ-L101        TO SEQ-L56
                   MOVE EMPRESA-SOLIC-W TO EMPRESA-SOLIC-L56
                   MOVE USUARIO-W       TO DIGITADOR-L56
                   WRITE REG-LBD056 INVALID KEY CONTINUE END-WRITE
                END-IF
             NOT INVALID KEY
                IF MES-FATURADO-L56 = ZEROS
                   IF EMPRESA-SOLIC-W = SPACES
                      DELETE LBD056 INVALID KEY CONTINUE END-DELETE
                   ELSE
                      MOVE EMPRESA-SOLIC-W TO EMPRESA-SOLIC-L56
                      MOVE USUARIO-W       TO DIGITADOR-L56
                      REWRITE REG-LBD056 INVALID KEY CONTINUE
                      END-REWRITE
                   END-IF
                END-IF
           END-READ.

       VERIFICA-FATURADO-EXCLUSAO SECTION.
           MOVE 1 TO VALIDACAO-OK-W.
           MOVE DATA-MOVTO-L101 TO DATA-MOVTO-L56.
           MOVE SEQ-L101        TO SEQ-L56.
           READ LBD056 INVALID KEY CONTINUE
             NOT INVALID KEY
               IF MES-FATURADO-L56 > ZEROS
                  MOVE ZEROS TO VALIDACAO-OK-W
                  MOVE "LANCAMENTO JA FATURADO - NAO EXCLUIDO"
                    TO GS-MENSAGEM-ERRO
                  PERFORM CARREGA-MENSAGEM-ERRO
               END-IF
           END-READ.

       GUARDA-CANDIDATO-OVL SECTION.
           MOVE SEQ-L101             TO OVL-SEQ-L101
           MOVE TURNO-L101           TO OVL-TURNO-L101
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD001 LBD021 LBD023 LBD029 LBD101 LB101HIS LB101DEL
                 DSD001 LBD056.
           IF CGD016-EXISTE-W = 1
              CLOSE CGD016
           END-IF.
           IF LBD055-EXISTE-W = 1
              CLOSE LBD055
           END-IF.
           MOVE DS-QUIT-SET TO DS-CONTROL.
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.
