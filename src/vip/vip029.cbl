       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIP029.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Incidentes de avaria de filmadora (VID028), ligados à
      *saída/retorno do VID022 em que a câmera voltou com problema:
      *  ABRIR ......: a partir do retorno registrado no VIP023 -
      *                descrição da avaria e orçamento do reparo;
      *  REPARO .....: liga o evento de reparo do VID021 (tipo 3,
      *                VIP021) e traz o custo final;
      *  DECISAO ....: quem arca com o custo - empresa, funcionário
      *                que retirou a câmera (com o valor a descontar)
      *                ou seguradora (com o número do sinistro);
      *  RETORNOS ...: retornos do período com condição anotada e
      *                ainda sem incidente aberto;
      *  RELATORIO ..: incidentes do período por câmera e por
      *                funcionário - quantidade, custo e desconto.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX001.
           COPY VIPX020.
           COPY VIPX021.
           COPY VIPX022.
           COPY VIPX028.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW001.
       COPY VIPW020.
       COPY VIPW021.
       COPY VIPW022.
       COPY VIPW028.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-VID020             PIC XX       VALUE SPACES.
           05  ST-VID021             PIC XX       VALUE SPACES.
           05  ST-VID022             PIC XX       VALUE SPACES.
           05  ST-VID028             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  CAMERA-W              PIC 9(6)     VALUE ZEROS.
           05  SEQ-SAIDA-W           PIC 9(4)     VALUE ZEROS.
           05  SEQ-REPARO-W          PIC 9(4)     VALUE ZEROS.
           05  RESPONSAVEL-W         PIC 9        VALUE ZEROS.
           05  DATA-INICIAL-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-FINAL-W          PIC 9(8)     VALUE ZEROS.
           05  QT-LISTADOS-W         PIC 9(4)     VALUE ZEROS.
      *    QUEBRA DO RELATORIO (CAMERA OU FUNCIONARIO)
           05  GRUPO-ANT-W           PIC 9(6)     VALUE ZEROS.
           05  QT-GRUPO-W            PIC 9(4)     VALUE ZEROS.
           05  CUSTO-GRUPO-W         PIC 9(9)V99  VALUE ZEROS.
           05  DESCONTO-GRUPO-W      PIC 9(9)V99  VALUE ZEROS.
           05  QT-TOTAL-W            PIC 9(5)     VALUE ZEROS.
           05  CUSTO-TOTAL-W         PIC 9(9)V99  VALUE ZEROS.
           05  DESCONTO-TOTAL-W      PIC 9(9)V99  VALUE ZEROS.
           05  CUSTO-INCIDENTE-W     PIC 9(9)V99  VALUE ZEROS.
           05  POR-FUNCIONARIO-W     PIC 9        VALUE ZEROS.
           05  DATA-CONV-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-DDMMAAAA-W       PIC 9(8)     VALUE ZEROS.
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
       01  TAB-RESPONSAVEL.
           05  FILLER              PIC X(12)   VALUE "PENDENTE".
           05  FILLER              PIC X(12)   VALUE "EMPRESA".
           05  FILLER              PIC X(12)   VALUE "FUNCIONARIO".
           05  FILLER              PIC X(12)   VALUE "SEGURADORA".
       01  TAB-RESPONSAVEL-R REDEFINES TAB-RESPONSAVEL.
           05  NOME-RESP-W         PIC X(12) OCCURS 4 TIMES.

       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  TITULO-REL          PIC X(40)   VALUE SPACES.
           05  DATA-INI-REL        PIC 99/99/9999.
           05  FILLER              PIC X(3)    VALUE " A ".
           05  DATA-FIM-REL        PIC 99/99/9999.
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(100)  VALUE
           "CAMERA SEQ  RETORNO    FUNC.  DESCRICAO                   RE
      -    "SPONSAVEL         CUSTO     DESCONTO".
       01  CAB05.
           05  FILLER              PIC X(100)  VALUE
           "CAMERA SEQ  RETORNO    FUNC.  CONDICAO NO RETORNO".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINGRUPO.
           05  FILLER              PIC X(7)    VALUE SPACES.
           05  TIPO-GRUPO-REL      PIC X(12)   VALUE SPACES.
           05  GRUPO-REL           PIC 9(6).
           05  FILLER              PIC X       VALUE SPACES.
           05  NOME-GRUPO-REL      PIC X(30).
           05  QT-GRUPO-REL        PIC ZZ9.
           05  FILLER              PIC X(14)   VALUE " INCIDENTE(S) ".
           05  CUSTO-GRUPO-REL     PIC ZZ.ZZZ.ZZ9,99.
           05  DESCONTO-GRUPO-REL  PIC ZZ.ZZZ.ZZ9,99.
       01  LINTOT.
           05  FILLER              PIC X(26)   VALUE
               "TOTAL DO PERIODO ........ ".
           05  FILLER              PIC X(30)   VALUE SPACES.
           05  QT-TOTAL-REL        PIC ZZ9.
           05  FILLER              PIC X(14)   VALUE " INCIDENTE(S) ".
           05  CUSTO-TOTAL-REL     PIC ZZ.ZZZ.ZZ9,99.
           05  DESCONTO-TOTAL-REL  PIC ZZ.ZZZ.ZZ9,99.
       01  DATA-ED-W               PIC 99/99/9999.
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
           MOVE "VID020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID020.
           MOVE "VID021" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID021.
           MOVE "VID022" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID022.
           MOVE "VID028" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID028.
           OPEN INPUT CGD001 VID020 VID021 VID022.
           OPEN I-O VID028.
           IF ST-VID028 = "35"
              OPEN OUTPUT VID028
              CLOSE       VID028
              OPEN I-O    VID028
           END-IF.
           IF ST-CGD001 <> "00"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W.
           IF ST-VID020 <> "00"
              DISPLAY "ERRO ABERTURA VID020: " ST-VID020
              MOVE 1 TO ERRO-W.
           IF ST-VID021 <> "00"
              DISPLAY "ERRO ABERTURA VID021: " ST-VID021
              MOVE 1 TO ERRO-W.
           IF ST-VID022 <> "00"
              DISPLAY "ERRO ABERTURA VID022: " ST-VID022
              MOVE 1 TO ERRO-W.
           IF ST-VID028 <> "00"
              DISPLAY "ERRO ABERTURA VID028: " ST-VID028
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "VIP029" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA VIP029"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-ABRIR  2-REPARO  3-DECISAO  4-RETORNOS  "
                   "5-RELATORIO  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM ABRE-INCIDENTE
              WHEN 2 PERFORM LIGA-REPARO
              WHEN 3 PERFORM REGISTRA-DECISAO
              WHEN 4 PERFORM LISTA-RETORNOS
              WHEN 5 PERFORM RELATORIO-INCIDENTES
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    ABERTURA DO INCIDENTE A PARTIR DO RETORNO DA CAMERA
      *----------------------------------------------------------------
       ABRE-INCIDENTE SECTION.
           DISPLAY "Filmadora (VID020): ".
           ACCEPT CAMERA-W FROM CONSOLE.
           MOVE CAMERA-W TO CODIGO-V20.
           READ VID020 INVALID KEY
                DISPLAY "FILMADORA NAO CADASTRADA EM VID020"
                GO ABRE-INCIDENTE-FIM
           END-READ.
           DISPLAY "  " DESCRICAO-V20.
      *    ULTIMOS MOVIMENTOS DA CAMERA PARA ESCOLHA DA SAIDA
           MOVE CAMERA-W TO CODIGO-V22.
           MOVE ZEROS    TO SEQ-V22.
           START VID022 KEY IS NOT < CHAVE-V22 INVALID KEY
                 MOVE "10" TO ST-VID022.
           PERFORM UNTIL ST-VID022 = "10"
              READ VID022 NEXT RECORD AT END MOVE "10" TO ST-VID022
              NOT AT END
                IF CODIGO-V22 <> CAMERA-W
                   MOVE "10" TO ST-VID022
                ELSE
                   IF DATA-RETORNO-V22 > ZEROS
                      DISPLAY "SEQ " SEQ-V22 " SAIDA " DATA-SAIDA-V22
                              " RETORNO " DATA-RETORNO-V22 " "
                              CONDICAO-RETORNO-V22
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID022.
           DISPLAY "Sequencia da saida (VID022): ".
           ACCEPT SEQ-SAIDA-W FROM CONSOLE.
           MOVE CAMERA-W    TO CODIGO-V22.
           MOVE SEQ-SAIDA-W TO SEQ-V22.
           READ VID022 INVALID KEY
                DISPLAY "MOVIMENTO NAO ENCONTRADO NO VID022"
                GO ABRE-INCIDENTE-FIM
           END-READ.
           IF DATA-RETORNO-V22 = ZEROS
              DISPLAY "CAMERA AINDA FORA - REGISTRE O RETORNO (VIP023)"
              GO ABRE-INCIDENTE-FIM
           END-IF.
           MOVE CAMERA-W    TO CODIGO-V28.
           MOVE SEQ-SAIDA-W TO SEQ-SAIDA-V28.
           READ VID028 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                DISPLAY "JA EXISTE INCIDENTE PARA ESTE RETORNO"
                GO ABRE-INCIDENTE-FIM
           END-READ.
           INITIALIZE REG-VID028.
           MOVE CAMERA-W         TO CODIGO-V28.
           MOVE SEQ-SAIDA-W      TO SEQ-SAIDA-V28.
           MOVE FUNCIONARIO-V22  TO FUNCIONARIO-V28.
           MOVE DATA-RETORNO-V22 TO DATA-RETORNO-V28.
           MOVE FUNCIONARIO-V22  TO CODIGO-CG01.
           READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
           END-READ.
           DISPLAY "RETIRADA POR " FUNCIONARIO-V22 " " NOME-CG01.
           DISPLAY "CONDICAO NO RETORNO: " CONDICAO-RETORNO-V22.
           DISPLAY "Descricao da avaria: ".
           ACCEPT DESCRICAO-V28 FROM CONSOLE.
           IF DESCRICAO-V28 = SPACES
              MOVE CONDICAO-RETORNO-V22 TO DESCRICAO-V28
           END-IF.
           DISPLAY "Orcamento do reparo (digitos, 2 decimais): ".
           ACCEPT VALOR-ORCAMENTO-V28 FROM CONSOLE.
           MOVE DATA-HOJE-W   TO DATA-ABERTURA-V28.
           MOVE COD-USUARIO-W TO USUARIO-ABERT-V28.
           MOVE ZEROS         TO RESPONSAVEL-V28.
           WRITE REG-VID028 INVALID KEY
                DISPLAY "ERRO GRAVACAO VID028: " ST-VID028
                GO ABRE-INCIDENTE-FIM
           END-WRITE.
           DISPLAY "INCIDENTE ABERTO - ABRA O REPARO NO VIP021 E "
                   "LIGUE NA OPCAO 2.".
       ABRE-INCIDENTE-FIM.
           EXIT.

      *    LE O INCIDENTE (CAMERA + SEQUENCIA DA SAIDA).
       LE-INCIDENTE SECTION.
           MOVE ZEROS TO ERRO-W.
           DISPLAY "Filmadora: ".
           ACCEPT CAMERA-W FROM CONSOLE.
           DISPLAY "Sequencia da saida: ".
           ACCEPT SEQ-SAIDA-W FROM CONSOLE.
           MOVE CAMERA-W    TO CODIGO-V28.
           MOVE SEQ-SAIDA-W TO SEQ-SAIDA-V28.
           READ VID028 INVALID KEY
                DISPLAY "INCIDENTE NAO ENCONTRADO"
                MOVE 1 TO ERRO-W
                GO LE-INCIDENTE-FIM
           END-READ.
           MOVE VALOR-ORCAMENTO-V28 TO VALOR-ED-W.
           DISPLAY DESCRICAO-V28.
           DISPLAY "ORCAMENTO " VALOR-ED-W " - RESPONSAVEL "
                   NOME-RESP-W(RESPONSAVEL-V28 + 1).
           IF SEQ-REPARO-V28 > ZEROS
              MOVE CUSTO-FINAL-V28 TO VALOR-ED-W
              DISPLAY "REPARO VID021 SEQ " SEQ-REPARO-V28
                      " CUSTO FINAL " VALOR-ED-W
           END-IF.
       LE-INCIDENTE-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    LIGA O EVENTO DE REPARO (VID021) E TRAZ O CUSTO FINAL
      *----------------------------------------------------------------
       LIGA-REPARO SECTION.
           PERFORM LE-INCIDENTE.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
              GO LIGA-REPARO-FIM
           END-IF.
           MOVE CAMERA-W TO CODIGO-V21.
           MOVE ZEROS    TO SEQ-V21.
           START VID021 KEY IS NOT < CHAVE-V21 INVALID KEY
                 MOVE "10" TO ST-VID021.
           PERFORM UNTIL ST-VID021 = "10"
              READ VID021 NEXT RECORD AT END MOVE "10" TO ST-VID021
              NOT AT END
                IF CODIGO-V21 <> CAMERA-W
                   MOVE "10" TO ST-VID021
                ELSE
                   IF TIPO-MANUT-V21 = 3
                      AND DATA-MANUT-V21 NOT < DATA-RETORNO-V28
                      MOVE CUSTO-MANUT-V21 TO VALOR-ED-W
                      DISPLAY "SEQ " SEQ-V21 " " DATA-MANUT-V21 " "
                              VALOR-ED-W " " OBS-MANUT-V21
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID021.
           DISPLAY "Sequencia do reparo (VID021, tipo 3): ".
           ACCEPT SEQ-REPARO-W FROM CONSOLE.
           MOVE CAMERA-W     TO CODIGO-V21.
           MOVE SEQ-REPARO-W TO SEQ-V21.
           READ VID021 INVALID KEY
                DISPLAY "EVENTO NAO ENCONTRADO NO VID021"
                GO LIGA-REPARO-FIM
           END-READ.
           IF TIPO-MANUT-V21 <> 3
              DISPLAY "EVENTO NAO E REPARO (TIPO 3)"
              GO LIGA-REPARO-FIM
           END-IF.
           MOVE SEQ-REPARO-W    TO SEQ-REPARO-V28.
           MOVE CUSTO-MANUT-V21 TO CUSTO-FINAL-V28.
      *    DESCONTO AINDA NAO INFORMADO ACOMPANHA O CUSTO FINAL
           IF RESPONSAVEL-V28 = 2 AND VALOR-DESCONTO-V28 = ZEROS
              MOVE CUSTO-FINAL-V28 TO VALOR-DESCONTO-V28
           END-IF.
           REWRITE REG-VID028 INVALID KEY
                DISPLAY "ERRO REGRAVACAO VID028: " ST-VID028
                GO LIGA-REPARO-FIM
           END-REWRITE.
           MOVE CUSTO-FINAL-V28 TO VALOR-ED-W.
           DISPLAY "REPARO LIGADO - CUSTO FINAL " VALOR-ED-W.
       LIGA-REPARO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    DECISAO DE QUEM ARCA COM O CUSTO
      *----------------------------------------------------------------
       REGISTRA-DECISAO SECTION.
           PERFORM LE-INCIDENTE.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
              GO REGISTRA-DECISAO-FIM
           END-IF.
           DISPLAY "Responsavel (1-EMPRESA  2-FUNCIONARIO  "
                   "3-SEGURADORA): ".
           ACCEPT RESPONSAVEL-W FROM CONSOLE.
           IF RESPONSAVEL-W < 1 OR RESPONSAVEL-W > 3
              DISPLAY "RESPONSAVEL INVALIDO"
              GO REGISTRA-DECISAO-FIM
           END-IF.
           MOVE RESPONSAVEL-W TO RESPONSAVEL-V28.
           MOVE ZEROS         TO VALOR-DESCONTO-V28.
           MOVE SPACES        TO SINISTRO-V28.
           EVALUATE RESPONSAVEL-W
              WHEN 2
                 MOVE FUNCIONARIO-V28 TO CODIGO-CG01
                 READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
                 END-READ
                 DISPLAY "FUNCIONARIO " FUNCIONARIO-V28 " " NOME-CG01
                 DISPLAY "Valor a descontar (digitos, 2 decimais; "
                         "ZERO = CUSTO FINAL OU ORCAMENTO): "
                 ACCEPT VALOR-DESCONTO-V28 FROM CONSOLE
                 IF VALOR-DESCONTO-V28 = ZEROS
                    IF CUSTO-FINAL-V28 > ZEROS
                       MOVE CUSTO-FINAL-V28 TO VALOR-DESCONTO-V28
                    ELSE
                       MOVE VALOR-ORCAMENTO-V28 TO VALOR-DESCONTO-V28
                    END-IF
                 END-IF
              WHEN 3
                 DISPLAY "Numero do sinistro na seguradora: "
                 ACCEPT SINISTRO-V28 FROM CONSOLE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE DATA-HOJE-W   TO DATA-DECISAO-V28.
           MOVE COD-USUARIO-W TO USUARIO-DECISAO-V28.
           REWRITE REG-VID028 INVALID KEY
                DISPLAY "ERRO REGRAVACAO VID028: " ST-VID028
                GO REGISTRA-DECISAO-FIM
           END-REWRITE.
           DISPLAY "DECISAO REGISTRADA.".
       REGISTRA-DECISAO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    RETORNOS COM CONDICAO ANOTADA E SEM INCIDENTE ABERTO
      *----------------------------------------------------------------
       LISTA-RETORNOS SECTION.
           PERFORM SOLICITA-PERIODO.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
              GO LISTA-RETORNOS-FIM
           END-IF.
           MOVE ZEROS TO PAGE-COUNT QT-LISTADOS-W.
           MOVE "RETORNOS COM CONDICAO SEM INCIDENTE - "
             TO TITULO-REL.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           WRITE REG-RELAT FROM CAB05.
           WRITE REG-RELAT FROM CAB03.
           ADD 2 TO LIN.
           MOVE ZEROS TO CODIGO-V22 SEQ-V22.
           START VID022 KEY IS NOT < CHAVE-V22 INVALID KEY
                 MOVE "10" TO ST-VID022.
           PERFORM UNTIL ST-VID022 = "10"
              READ VID022 NEXT RECORD AT END MOVE "10" TO ST-VID022
              NOT AT END
                IF DATA-RETORNO-V22 NOT < DATA-INICIAL-W
                   AND DATA-RETORNO-V22 NOT > DATA-FINAL-W
                   AND CONDICAO-RETORNO-V22 <> SPACES
                   AND CONDICAO-RETORNO-V22 <> "OK"
                   PERFORM VERIFICA-RETORNO
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID022.
           CLOSE RELAT.
           DISPLAY QT-LISTADOS-W " RETORNO(S) SEM INCIDENTE.".
       LISTA-RETORNOS-FIM.
           EXIT.

       VERIFICA-RETORNO SECTION.
           MOVE CODIGO-V22 TO CODIGO-V28.
           MOVE SEQ-V22    TO SEQ-SAIDA-V28.
           READ VID028 INVALID KEY
                ADD 1 TO QT-LISTADOS-W
                MOVE SPACES TO LINDET-REL
                MOVE CODIGO-V22         TO LINDET-REL(1: 6)
                MOVE SEQ-V22            TO LINDET-REL(8: 4)
                MOVE DATA-RETORNO-V22   TO DATA-CONV-W
                PERFORM CONVERTE-DATA
                MOVE DATA-DDMMAAAA-W    TO DATA-ED-W
                MOVE DATA-ED-W          TO LINDET-REL(13: 10)
                MOVE FUNCIONARIO-V22    TO LINDET-REL(24: 6)
                MOVE CONDICAO-RETORNO-V22 TO LINDET-REL(31: 30)
                WRITE REG-RELAT FROM LINDET
                ADD 1 TO LIN
                IF LIN > 56
                   PERFORM CABECALHO
                   WRITE REG-RELAT FROM CAB05
                   WRITE REG-RELAT FROM CAB03
                   ADD 2 TO LIN
                END-IF
           END-READ.

      *----------------------------------------------------------------
      *    RELATORIO DE INCIDENTES POR CAMERA E POR FUNCIONARIO
      *----------------------------------------------------------------
       RELATORIO-INCIDENTES SECTION.
           PERFORM SOLICITA-PERIODO.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
              GO RELATORIO-INCIDENTES-FIM
           END-IF.
           MOVE ZEROS TO PAGE-COUNT.
           OPEN OUTPUT RELAT.
      *    PARTE 1 - POR CAMERA (ORDEM DA CHAVE PRIMARIA)
           MOVE "INCIDENTES DE AVARIA POR CAMERA - "  TO TITULO-REL.
           MOVE ZEROS TO POR-FUNCIONARIO-W.
           PERFORM CABECALHO.
           PERFORM ZERA-TOTAIS.
           MOVE ZEROS TO CODIGO-V28 SEQ-SAIDA-V28.
           START VID028 KEY IS NOT < CHAVE-V28 INVALID KEY
                 MOVE "10" TO ST-VID028.
           PERFORM UNTIL ST-VID028 = "10"
              READ VID028 NEXT RECORD AT END MOVE "10" TO ST-VID028
              NOT AT END
                IF DATA-RETORNO-V28 NOT < DATA-INICIAL-W
                   AND DATA-RETORNO-V28 NOT > DATA-FINAL-W
                   IF CODIGO-V28 <> GRUPO-ANT-W
                      PERFORM TOTAL-GRUPO
                      MOVE CODIGO-V28 TO GRUPO-ANT-W
                   END-IF
                   PERFORM IMPRIME-INCIDENTE
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID028.
           PERFORM TOTAL-GRUPO.
           PERFORM TOTAL-GERAL.
      *    PARTE 2 - POR FUNCIONARIO (CHAVE ALTERNADA)
           MOVE "INCIDENTES DE AVARIA POR FUNCIONARIO - " TO TITULO-REL.
           MOVE 1 TO POR-FUNCIONARIO-W.
           PERFORM CABECALHO.
           PERFORM ZERA-TOTAIS.
           MOVE ZEROS TO FUNCIONARIO-V28.
           START VID028 KEY IS NOT < FUNCIONARIO-V28 INVALID KEY
                 MOVE "10" TO ST-VID028.
           PERFORM UNTIL ST-VID028 = "10"
              READ VID028 NEXT RECORD AT END MOVE "10" TO ST-VID028
              NOT AT END
                IF DATA-RETORNO-V28 NOT < DATA-INICIAL-W
                   AND DATA-RETORNO-V28 NOT > DATA-FINAL-W
                   IF FUNCIONARIO-V28 <> GRUPO-ANT-W
                      PERFORM TOTAL-GRUPO
                      MOVE FUNCIONARIO-V28 TO GRUPO-ANT-W
                   END-IF
                   PERFORM IMPRIME-INCIDENTE
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID028.
           PERFORM TOTAL-GRUPO.
           PERFORM TOTAL-GERAL.
           CLOSE RELAT.
           DISPLAY "RELATORIO IMPRESSO.".
       RELATORIO-INCIDENTES-FIM.
           EXIT.

       SOLICITA-PERIODO SECTION.
           MOVE ZEROS TO ERRO-W.
           DISPLAY "Data inicial do retorno (AAAAMMDD): ".
           ACCEPT DATA-INICIAL-W FROM CONSOLE.
           DISPLAY "Data final do retorno (AAAAMMDD): ".
           ACCEPT DATA-FINAL-W FROM CONSOLE.
           IF DATA-FINAL-W < DATA-INICIAL-W
              DISPLAY "PERIODO INVALIDO"
              MOVE 1 TO ERRO-W
           END-IF.

       ZERA-TOTAIS SECTION.
           MOVE 999999 TO GRUPO-ANT-W.
           MOVE ZEROS  TO QT-GRUPO-W CUSTO-GRUPO-W DESCONTO-GRUPO-W
                          QT-TOTAL-W CUSTO-TOTAL-W DESCONTO-TOTAL-W.

      *    CUSTO DO INCIDENTE = CUSTO FINAL DO REPARO OU, SEM REPARO
      *    LIGADO, O ORCAMENTO.
       IMPRIME-INCIDENTE SECTION.
           IF SEQ-REPARO-V28 > ZEROS
              MOVE CUSTO-FINAL-V28     TO CUSTO-INCIDENTE-W
           ELSE
              MOVE VALOR-ORCAMENTO-V28 TO CUSTO-INCIDENTE-W
           END-IF.
           ADD 1                  TO QT-GRUPO-W QT-TOTAL-W.
           ADD CUSTO-INCIDENTE-W  TO CUSTO-GRUPO-W CUSTO-TOTAL-W.
           ADD VALOR-DESCONTO-V28 TO DESCONTO-GRUPO-W DESCONTO-TOTAL-W.
           MOVE SPACES TO LINDET-REL.
           MOVE CODIGO-V28            TO LINDET-REL(1: 6).
           MOVE SEQ-SAIDA-V28         TO LINDET-REL(8: 4).
           MOVE DATA-RETORNO-V28      TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W       TO DATA-ED-W.
           MOVE DATA-ED-W             TO LINDET-REL(13: 10).
           MOVE FUNCIONARIO-V28       TO LINDET-REL(24: 6).
           MOVE DESCRICAO-V28(1: 27)  TO LINDET-REL(31: 27).
           MOVE NOME-RESP-W(RESPONSAVEL-V28 + 1) TO LINDET-REL(59: 12).
           MOVE CUSTO-INCIDENTE-W     TO VALOR-ED-W.
           MOVE VALOR-ED-W            TO LINDET-REL(72: 12).
           IF VALOR-DESCONTO-V28 > ZEROS
              MOVE VALOR-DESCONTO-V28 TO VALOR-ED-W
              MOVE VALOR-ED-W         TO LINDET-REL(85: 12)
           END-IF.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.

       TOTAL-GRUPO SECTION.
           IF QT-GRUPO-W = ZEROS
              GO TOTAL-GRUPO-FIM
           END-IF.
           MOVE GRUPO-ANT-W TO GRUPO-REL.
           IF POR-FUNCIONARIO-W = 1
              MOVE "FUNCIONARIO " TO TIPO-GRUPO-REL
              MOVE GRUPO-ANT-W    TO CODIGO-CG01
              READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
              END-READ
              MOVE NOME-CG01      TO NOME-GRUPO-REL
           ELSE
              MOVE "CAMERA      " TO TIPO-GRUPO-REL
              MOVE GRUPO-ANT-W    TO CODIGO-V20
              READ VID020 INVALID KEY MOVE SPACES TO DESCRICAO-V20
              END-READ
              MOVE DESCRICAO-V20  TO NOME-GRUPO-REL
           END-IF.
           MOVE QT-GRUPO-W       TO QT-GRUPO-REL.
           MOVE CUSTO-GRUPO-W    TO CUSTO-GRUPO-REL.
           MOVE DESCONTO-GRUPO-W TO DESCONTO-GRUPO-REL.
           WRITE REG-RELAT FROM LINGRUPO.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           ADD 2 TO LIN.
           MOVE ZEROS TO QT-GRUPO-W CUSTO-GRUPO-W DESCONTO-GRUPO-W.
           IF LIN > 56 PERFORM CABECALHO END-IF.
       TOTAL-GRUPO-FIM.
           EXIT.

       TOTAL-GERAL SECTION.
           MOVE QT-TOTAL-W       TO QT-TOTAL-REL.
           MOVE CUSTO-TOTAL-W    TO CUSTO-TOTAL-REL.
           MOVE DESCONTO-TOTAL-W TO DESCONTO-TOTAL-REL.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINTOT.
           ADD 2 TO LIN.

       CONVERTE-DATA SECTION.
           MOVE DATA-CONV-W(7: 2) TO DATA-DDMMAAAA-W(1: 2).
           MOVE DATA-CONV-W(5: 2) TO DATA-DDMMAAAA-W(3: 2).
           MOVE DATA-CONV-W(1: 4) TO DATA-DDMMAAAA-W(5: 4).

       CABECALHO SECTION.
           ADD 1 TO PAGE-COUNT.  MOVE PAGE-COUNT TO PAG-REL.
           IF PAGE-COUNT = 1
              WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           MOVE DATA-INICIAL-W TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-INI-REL.
           MOVE DATA-FINAL-W   TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-W TO DATA-FIM-REL.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           IF OPCAO-W = 5
              WRITE REG-RELAT FROM CAB04
              WRITE REG-RELAT FROM CAB03
              MOVE 6 TO LIN
           ELSE
              MOVE 4 TO LIN
           END-IF.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD001 VID020 VID021 VID022 VID028.
           EXIT PROGRAM.
