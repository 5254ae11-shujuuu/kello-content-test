      *FUNÇÃO: Formatação e exportação da fila de notificações
      *(CGD018) para o gateway de mensagens:
      *  FORMATAR ..: resolve o telefone do cliente em CGD011
      *               (celular de cobrança; sem celular válido usa o
      *               do formando e, sem nenhum, o fone)
      *               e monta o texto por tipo de evento, marcando a
      *               notificação como formatada;
      *  EXPORTAR ..: grava as formatadas no arquivo texto NOTIF.TXT
      *LAYOUT DO RETORNO (POSICOES): 1-17 CHAVE (DATA+HORA+SEQ);
      *18 RESULTADO S-ENVIADA F-FALHA.

      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - CELULAR COM 9 DÍGITOS: SÓ VAI PARA A
      *             FILA O CELULAR VÁLIDO PELO CGP039 (COBRANÇA, SENÃO
      *             FORMANDO, SENÃO O FONE FIXO); NOTIF.TXT LEVA O
      *             CELULAR COM 9 DÍGITOS E O FIXO COM 8.
      *15/10/2026 - INCLUSÃO - EVENTO 4 (VÍDEO DISPONÍVEL PARA
      *             DOWNLOAD): TEXTO COM O LINK E A VALIDADE DA
      *             ENTREGA DIGITAL (VID126, VIP126).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.
       FILE-CONTROL.
           COPY CGPX018.
           COPY CGPX011.
           COPY VIPX126.
           SELECT SAIDA ASSIGN TO ARQUIVO-SAIDA-W
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ST-SAIDA.
       FILE SECTION.
       COPY CGPW018.
       COPY CGPW011.
       COPY VIPW126.
       FD  SAIDA
           LABEL RECORD IS OMITTED.
       01  REG-SAIDA                  PIC X(160).
       01  VARIAVEIS.
           05  ST-CGD018             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-VID126             PIC XX       VALUE SPACES.
           05  TEM-VID126-W          PIC 9        VALUE ZEROS.
           05  VALIDADE-DDMMAAAA-W   PIC 9(8)     VALUE ZEROS.
           05  VALIDADE-ED-W         PIC 99/99/9999.
           05  ST-SAIDA              PIC XX       VALUE SPACES.
           05  ST-RETORNO            PIC XX       VALUE SPACES.
           05  PATH-CGD011           PIC X(30)    VALUE SPACES.
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
           COPY CGPW039C.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CGD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD018.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "VID126" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID126.
           OPEN I-O CGD018.
           IF ST-CGD018 = "35"
              OPEN OUTPUT CGD018
              OPEN I-O    CGD018
           END-IF.
           OPEN INPUT CGD011.
      *    ENTREGAS DIGITAIS (EVENTO 4) - ARQUIVO OPCIONAL.
           OPEN INPUT VID126.
           IF ST-VID126 = "00"
              MOVE 1 TO TEM-VID126-W
           END-IF.
           IF ST-CGD018 <> "00"
              DISPLAY "ERRO ABERTURA CGD018: " ST-CGD018
              MOVE 1 TO ERRO-W.
                ADD 1 TO QT-SEM-FONE-W
                GO FORMATA-UMA-NOTIFICACAO-FIM
           END-READ.
           MOVE DDD-CELULAR1-CG11 TO CGP039-DDD.
           MOVE CELULAR1-CG11     TO CGP039-NUMERO.
           CALL "CGP039" USING CGP039-PARAMETROS.
           IF CGP039-RESULTADO <> 1
              MOVE DDD-CELULAR2-CG11 TO CGP039-DDD
              MOVE CELULAR2-CG11     TO CGP039-NUMERO
              CALL "CGP039" USING CGP039-PARAMETROS
           END-IF.
           CANCEL "CGP039".
           IF CGP039-RESULTADO = 1
              MOVE CGP039-DDD    TO DDD-CG18
              MOVE CGP039-NUMERO TO FONE-CG18
           ELSE
              MOVE ZEROS      TO DDD-CG18
              MOVE FONE1-CG11 TO FONE-CG18
                 STRING "KELLO: O CARTAO " COMPLEMENTO-CG18
                        " ESTA PERTO DO VENCIMENTO. FALE CONOSCO."
                        DELIMITED BY SIZE INTO TEXTO-CG18
              WHEN 4
                 PERFORM LE-ENTREGA-DIGITAL
                 STRING "KELLO: SEU VIDEO (ATE " VALIDADE-ED-W "): "
                        LINK-V126
                        DELIMITED BY SIZE INTO TEXTO-CG18
              WHEN OTHER
                 STRING "KELLO: " COMPLEMENTO-CG18
                        DELIMITED BY SIZE INTO TEXTO-CG18
       FORMATA-UMA-NOTIFICACAO-FIM.
           EXIT.

      *    LINK E VALIDADE DA ENTREGA DIGITAL (REFERENCIA = NUMERO
      *    DA ENTREGA NO VID126).
       LE-ENTREGA-DIGITAL SECTION.
           MOVE SPACES TO LINK-V126.
           MOVE ZEROS  TO DATA-VALIDADE-V126.
           IF TEM-VID126-W = 1
              MOVE REFERENCIA-CG18 TO ENTREGA-V126
              READ VID126 INVALID KEY
                   MOVE SPACES TO LINK-V126
                   MOVE ZEROS  TO DATA-VALIDADE-V126
              END-READ
           END-IF.
           MOVE DATA-VALIDADE-V126(7: 2) TO VALIDADE-DDMMAAAA-W(1: 2).
           MOVE DATA-VALIDADE-V126(5: 2) TO VALIDADE-DDMMAAAA-W(3: 2).
           MOVE DATA-VALIDADE-V126(1: 4) TO VALIDADE-DDMMAAAA-W(5: 4).
           MOVE VALIDADE-DDMMAAAA-W TO VALIDADE-ED-W.

       EXPORTA-FORMATADAS SECTION.
           MOVE ZEROS TO QT-EXPORTADAS-W.
           MOVE SPACES TO ARQUIVO-SAIDA-W.
              NOT AT END
                IF STATUS-CG18 = 1
                   MOVE SPACES TO REG-SAIDA
      *            CELULAR COM 9 DIGITOS; FIXO SAI COM 8 (SEM O ZERO)
                   IF FONE-CG18 > 99999999
                      STRING CHAVE-CG18 ";"
                             DDD-CG18 ";"
                             FONE-CG18 ";"
                             TEXTO-CG18
                             DELIMITED BY SIZE INTO REG-SAIDA
                   ELSE
                      STRING CHAVE-CG18 ";"
                             DDD-CG18 ";"
                             FONE-CG18(2: 8) ";"
                             TEXTO-CG18
                             DELIMITED BY SIZE INTO REG-SAIDA
                   END-IF
                   WRITE REG-SAIDA
                   MOVE 2 TO STATUS-CG18
                   REWRITE REG-CGD018 INVALID KEY CONTINUE

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD018 CGD011.
           IF TEM-VID126-W = 1 CLOSE VID126 END-IF.
           EXIT PROGRAM.
