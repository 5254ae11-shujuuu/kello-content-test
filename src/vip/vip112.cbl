      *  - DESFAZER: o modo 2 reverte uma execução escolhida a partir
      *    do diário, registrando a própria reversão;
      *  - AUTORIZACAO: entrada controlada por LOGD008/LOG008.
      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - CONTRATO DO DIÁRIO VI110HIS PASSA A
      *             9(8), A LARGURA DO VID110 (CONVERSÃO PELO VIP119).
      *15/10/2026 - ALTERAÇÃO - FUNCIONÁRIO NOVO DESLIGADO (CGD003,
      *             SUBPROGRAMA CGP046) É RECUSADO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
               10  HORA-EXECUCAO-H110    PIC 9(8).
               10  SEQ-ALTERACAO-H110    PIC 9(9).
           05  CHAVE-REG-H110.
               10  CONTRATO-H110         PIC 9(8).
               10  ITEM-H110             PIC 9(2).
               10  TIPO-H110             PIC 9.
           05  CAMPO-H110                PIC 9.
           05  CHAVE-EXIBE-GUARDA-W  PIC X(25)    VALUE SPACES.
           COPY "PARAMETR".
           COPY LOGW008C.
           COPY CGPW046C.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
              MOVE 1 TO ERRO-W
              GO SOLICITA-PARAMETROS-FIM
           END-IF.
      *    A FILA NAO PODE SER ENTREGUE A QUEM JA FOI DESLIGADO.
           MOVE CODIGO-NOVO-W TO CGP046-CODIGO.
           ACCEPT CGP046-DATA FROM DATE YYYYMMDD.
           CALL "CGP046" USING PARAMETROS-W CGP046-PARAMETROS.
           CANCEL "CGP046".
           IF CGP046-DESLIGADO = 1
              DISPLAY "FUNCIONARIO NOVO DESLIGADO EM "
                      CGP046-DATA-DESLIG " - RECUSADO"
              MOVE 1 TO ERRO-W
              GO SOLICITA-PARAMETROS-FIM
           END-IF.
           DISPLAY "Campo (1-REVISOR 2-FUNCIONARIO 3-AMBOS): ".
           ACCEPT CAMPO-ALVO-W FROM CONSOLE.
           DISPLAY "Data inicial (AAAAMMDD): ".
