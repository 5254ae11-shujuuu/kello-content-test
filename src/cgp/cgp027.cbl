      *    CRP021), um evento por cliente ainda sem notificação.
      *O evento de entrega confirmada e postado pelo proprio LBP215.

      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - CLIENTE COM DESISTÊNCIA REGISTRADA
      *             (CRD171, CRP110) NÃO RECEBE NOTIFICAÇÃO DE
      *             RETIRADA DO CONTRATO DA DESISTÊNCIA NEM DE CARTÃO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.
           COPY CGPX018.
           COPY LBPX215.
           COPY CRPX020.
           COPY CRPX171.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW018.
       COPY LBPW215.
       COPY CRPW020.
       COPY CRPW171.
       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD018             PIC XX       VALUE SPACES.
           05  ST-LBD215             PIC XX       VALUE SPACES.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CRD171             PIC XX       VALUE SPACES.
           05  PATH-LBD215           PIC X(30)    VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  MES-CORTE-W           PIC 9(6)     VALUE ZEROS.
      *    COMPARACAO COM O MES DE CORTE.
           05  VALIDADE-INV-W        PIC 9(6)     VALUE ZEROS.
           05  JA-POSTADO-W          PIC 9        VALUE ZEROS.
           05  DESISTIU-W            PIC 9        VALUE ZEROS.
      *    CGD018-EXISTE-W = 1 SOMENTE QUANDO A FILA ABRIU DE FATO -
      *    SEM ELA O CONTROLE DE DUPLICIDADE E O CLOSE SAO PULADOS
      *    (O CGP026 CRIA O ARQUIVO NA PRIMEIRA POSTAGEM). MESMO
           05  CGD018-EXISTE-W       PIC 9        VALUE ZEROS.
           05  QT-RETIRADA-W         PIC 9(5)     VALUE ZEROS.
           05  QT-CARTAO-W           PIC 9(5)     VALUE ZEROS.
           05  QT-DESISTENCIA-W      PIC 9(5)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
              PERFORM VARRE-CARTOES
              DISPLAY "NOTIFICACOES POSTADAS - RETIRADA: "
                      QT-RETIRADA-W "  CARTAO: " QT-CARTAO-W
                      "  DESISTENCIA (NAO POSTADAS): " QT-DESISTENCIA-W
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W QT-RETIRADA-W QT-CARTAO-W
                         QT-DESISTENCIA-W.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CGD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD018.
           MOVE "LBD215" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD215.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD171" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD171.
           OPEN INPUT CGD018 LBD215 CRD020.
           OPEN INPUT CRD171.
           IF ST-CGD018 = "00"
              MOVE 1 TO CGD018-EXISTE-W
           END-IF.
                      MOVE CONTRATO-L215  TO CGP026-COD-CLIENTE
                                             CGP026-CONTRATO
                      MOVE SPACES         TO CGP026-COMPLEMENTO
                      PERFORM VERIFICA-DESISTENCIA
                      IF DESISTIU-W = ZEROS
                         PERFORM POSTA-EVENTO
                         ADD 1 TO QT-RETIRADA-W
                      END-IF
                   END-IF
                END-IF
              END-READ
                      MOVE COD-CLIENTE-CR20 TO CGP026-COD-CLIENTE
                      MOVE ZEROS            TO CGP026-CONTRATO
                      MOVE NOME-CARTAO-CR20 TO CGP026-COMPLEMENTO
                      PERFORM VERIFICA-DESISTENCIA
                      IF DESISTIU-W = ZEROS
                         PERFORM POSTA-EVENTO
                         ADD 1 TO QT-CARTAO-W
                      END-IF
                   END-IF
                END-IF
              END-READ
       VERIFICA-JA-POSTADO-FIM.
           EXIT.

      *    CLIENTE DO EVENTO (CGP026-CLASSIF-CLI/COD-CLIENTE) COM
      *    DESISTENCIA (CRD171, CRP110) FICA SEM NOTIFICACAO: EVENTO
      *    DE CONTRATO (CGP026-CONTRATO) SO QUANDO A DESISTENCIA E
      *    DESSE CONTRATO; EVENTO SEM CONTRATO (CARTAO) COM
      *    DESISTENCIA EM QUALQUER CONTRATO. SEM O CRD171 TUDO E
      *    POSTADO.
       VERIFICA-DESISTENCIA SECTION.
           MOVE ZEROS TO DESISTIU-W.
           IF ST-CRD171 <> "00"
              GO VERIFICA-DESISTENCIA-FIM
           END-IF.
           MOVE CGP026-CLASSIF-CLI  TO CLASSIF-CLI-CR171.
           MOVE CGP026-COD-CLIENTE  TO COD-CLIENTE-CR171.
           MOVE ZEROS               TO CONTRATO-CR171.
           START CRD171 KEY IS NOT < CHAVE-CR171 INVALID KEY
                 MOVE "10" TO ST-CRD171.
           PERFORM UNTIL ST-CRD171 = "10"
              READ CRD171 NEXT RECORD AT END MOVE "10" TO ST-CRD171
              NOT AT END
                IF CLASSIF-CLI-CR171 <> CGP026-CLASSIF-CLI
                   OR COD-CLIENTE-CR171 <> CGP026-COD-CLIENTE
                   MOVE "10" TO ST-CRD171
                ELSE
                   IF CGP026-CONTRATO = ZEROS
                      OR CONTRATO-CR171 = CGP026-CONTRATO
                      MOVE 1 TO DESISTIU-W
                      MOVE "10" TO ST-CRD171
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           IF DESISTIU-W = 1
              ADD 1 TO QT-DESISTENCIA-W
           END-IF.
           MOVE "00" TO ST-CRD171.
       VERIFICA-DESISTENCIA-FIM.
           EXIT.

       POSTA-EVENTO SECTION.
           CALL "CGP026" USING PARAMETROS-W CGP026-PARAMETROS.
           CANCEL "CGP026".
       FINALIZAR-PROGRAMA SECTION.
           CLOSE LBD215 CRD020.
           IF CGD018-EXISTE-W = 1 CLOSE CGD018 END-IF.
           IF ST-CRD171 = "00" CLOSE CRD171 END-IF.
           EXIT PROGRAM.
