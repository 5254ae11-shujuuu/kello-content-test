       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGP043.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Complemento do cadastro de contratos (COD041) - o
      *COD040 só tem o número e a identificação de 10 posições da
      *turma. Opções:
      *  MANUTENÇÃO : instituição, curso, cidade (CGD012), datas da
      *               colação e do baile, número de formandos, valor
      *               contratado, canal de venda e situação do
      *               contrato (assinado, em andamento, entregue,
      *               encerrado, cancelado) e a regra de
      *               desistência de formando (CRP110);
      *  RELATÓRIO .: semanal - contratos assinados ou em andamento
      *               com colação ou baile nos próximos N dias que
      *               ainda não têm evento na agenda (VID023) ou não
      *               têm títulos no contas a receber (CRD100).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COPX040.
           COPY COPX041.
           COPY CGPX012.
           COPY CRPX100.
           COPY VIPX023.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY COPW040.
       COPY COPW041.
       COPY CGPW012.
       COPY CRPW100.
       COPY VIPW023.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
           COPY LOGW008C.
           COPY "CPTIME.CPY".
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  ST-CGD012             PIC XX       VALUE SPACES.
           05  CGD012-EXISTE-W       PIC 9        VALUE ZEROS.
           05  ST-CRD100             PIC XX       VALUE SPACES.
           05  ST-VID023             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-LIMITE-W         PIC 9(8)     VALUE ZEROS.
           05  DATA-FORMATURA-W      PIC 9(8)     VALUE ZEROS.
           05  DIAS-W                PIC 9(3)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(6)     VALUE ZEROS.
           05  EXISTE-W              PIC 9        VALUE ZEROS.
           05  SITUACAO-ANT-W        PIC 9        VALUE ZEROS.
           05  VALOR-E-W             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  IND-W                 PIC 9(4)     VALUE ZEROS.
           05  QT-TAB-W              PIC 9(4)     VALUE ZEROS.
           05  QT-LISTADOS-W         PIC 9(5)     VALUE ZEROS.
           COPY "PARAMETR".
      *    CONTRATOS COM FORMATURA NO PRAZO (UMA PASSADA NO VID023)
       01  TAB-PRAZO.
           05  PRAZO-TB OCCURS 500 TIMES.
               10  CONTRATO-TB       PIC 9(6).
               10  DATA-TB           PIC 9(8).
               10  TEM-EVENTO-TB     PIC 9.
               10  TEM-TITULO-TB     PIC 9.
       01  CAB01.
           05  FILLER              PIC X(40)   VALUE
               "CONTRATOS COM FORMATURA ATE ".
           05  DATA-LIMITE-REL     PIC 99/99/9999.
           05  FILLER              PIC X(15)   VALUE
               "   EMISSAO ".
           05  DATA-HOJE-REL       PIC 99/99/9999.
       01  CAB02.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE
           "CONTR  IDENTIFIC. INSTITUICAO               CURSO
      -    "         FORMATURA  FORM PENDENCIA".
       01  LINDET.
           05  CONTRATO-REL        PIC 9(6).
           05  FILLER              PIC X       VALUE SPACES.
           05  IDENTIFICACAO-REL   PIC X(10).
           05  FILLER              PIC X       VALUE SPACES.
           05  INSTITUICAO-REL     PIC X(25).
           05  FILLER              PIC X       VALUE SPACES.
           05  CURSO-REL           PIC X(20).
           05  FILLER              PIC X       VALUE SPACES.
           05  DATA-REL            PIC 99/99/9999.
           05  FILLER              PIC X       VALUE SPACES.
           05  FORMANDOS-REL       PIC ZZZ9.
           05  FILLER              PIC X       VALUE SPACES.
           05  PENDENCIA-REL       PIC X(19).
       01  LINTOT.
           05  FILLER              PIC X(22)   VALUE
               "CONTRATOS LISTADOS.: ".
           05  QT-LISTADOS-REL     PIC ZZ.ZZ9.

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
           MOVE "COD040" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040.
           MOVE "COD041" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "CGD012" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD012.
           MOVE "CRD100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD100.
           MOVE "VID023" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID023.
           OPEN INPUT COD040 CGD012 CRD100 VID023.
           IF ST-CGD012 = "00"
              MOVE 1 TO CGD012-EXISTE-W
           END-IF.
           OPEN I-O COD041.
           IF ST-COD041 = "35"
              OPEN OUTPUT COD041
              CLOSE       COD041
              OPEN I-O    COD041
           END-IF.
           IF ST-COD040 <> "00"
              DISPLAY "ERRO ABERTURA COD040: " ST-COD040
              MOVE 1 TO ERRO-W.
           IF ST-COD041 <> "00"
              DISPLAY "ERRO ABERTURA COD041: " ST-COD041
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "CGP043" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA CGP043"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-MANUTENCAO  2-RELATORIO  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM MANTEM-COMPLEMENTO
              WHEN 2 PERFORM RELATORIO-PRAZO
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    MANUTENCAO DO COMPLEMENTO (COD041)
      *----------------------------------------------------------------
       MANTEM-COMPLEMENTO SECTION.
           DISPLAY "Contrato: ".
           ACCEPT CONTRATO-W FROM CONSOLE.
           MOVE CONTRATO-W TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                DISPLAY "CONTRATO NAO CADASTRADO EM COD040"
                GO MANTEM-COMPLEMENTO-FIM
           END-READ.
           DISPLAY "TURMA: " IDENTIFICACAO-CO40.
           MOVE CONTRATO-W TO NR-CONTRATO-CO41.
           READ COD041 INVALID KEY
                INITIALIZE REG-COD041
                MOVE CONTRATO-W TO NR-CONTRATO-CO41
                MOVE ZEROS TO EXISTE-W
           NOT INVALID KEY
                MOVE 1 TO EXISTE-W
           END-READ.
           IF EXISTE-W = 1
              PERFORM MOSTRA-COMPLEMENTO
              DISPLAY "Alterar o complemento (S/N)? "
              ACCEPT CONFIRMA-W FROM CONSOLE
              IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
                 GO MANTEM-COMPLEMENTO-FIM
              END-IF
           END-IF.
           MOVE SITUACAO-CO41 TO SITUACAO-ANT-W.
           DISPLAY "Instituicao: ".
           ACCEPT INSTITUICAO-CO41 FROM CONSOLE.
           DISPLAY "Curso: ".
           ACCEPT CURSO-CO41 FROM CONSOLE.
           DISPLAY "Cidade (CGD012): ".
           ACCEPT CIDADE-CO41 FROM CONSOLE.
           IF CGD012-EXISTE-W = 1
              MOVE CIDADE-CO41 TO CODIGO-CG12
              READ CGD012 INVALID KEY
                   DISPLAY "CIDADE NAO CADASTRADA EM CGD012"
                   GO MANTEM-COMPLEMENTO-FIM
              END-READ
              DISPLAY NOME-CG12 " " UF-CG12
           END-IF.
           DISPLAY "Data da colacao (AAAAMMDD): ".
           ACCEPT DATA-COLACAO-CO41 FROM CONSOLE.
           DISPLAY "Data do baile (AAAAMMDD, 0 = sem baile): ".
           ACCEPT DATA-BAILE-CO41 FROM CONSOLE.
           DISPLAY "Numero de formandos: ".
           ACCEPT QT-FORMANDOS-CO41 FROM CONSOLE.
           DISPLAY "Valor contratado: ".
           ACCEPT VALOR-CONTRATO-CO41 FROM CONSOLE.
           DISPLAY "Canal de venda (1-vendedor externo  2-loja  "
                   "3-indicacao  4-internet  5-outros): ".
           ACCEPT CANAL-VENDA-CO41 FROM CONSOLE.
           IF CANAL-VENDA-CO41 < 1 OR CANAL-VENDA-CO41 > 5
              DISPLAY "CANAL DE VENDA INVALIDO - NAO GRAVADO"
              GO MANTEM-COMPLEMENTO-FIM
           END-IF.
           DISPLAY "Situacao (1-assinado  2-em andamento  3-entregue  "
                   "4-encerrado  5-cancelado): ".
           ACCEPT SITUACAO-CO41 FROM CONSOLE.
           IF SITUACAO-CO41 < 1 OR SITUACAO-CO41 > 5
              DISPLAY "SITUACAO INVALIDA - NAO GRAVADO"
              GO MANTEM-COMPLEMENTO-FIM
           END-IF.
           IF SITUACAO-CO41 <> SITUACAO-ANT-W
              MOVE DATA-HOJE-W TO DATA-SITUACAO-CO41
           END-IF.
           DISPLAY "Regra de desistencia (0-padrao CRD170  1-multa  "
                   "2-reembolso  3-nenhum): ".
           ACCEPT REGRA-DESIST-CO41 FROM CONSOLE.
           IF REGRA-DESIST-CO41 > 3
              DISPLAY "REGRA DE DESISTENCIA INVALIDA - NAO GRAVADO"
              GO MANTEM-COMPLEMENTO-FIM
           END-IF.
           MOVE ZEROS TO PERC-DESIST-CO41.
           IF REGRA-DESIST-CO41 = 1 OR REGRA-DESIST-CO41 = 2
              DISPLAY "Percentual da multa/reembolso (2 decimais): "
              ACCEPT PERC-DESIST-CO41 FROM CONSOLE
           END-IF.
           MOVE COD-USUARIO-W TO DIGITADOR-CO41.
           IF EXISTE-W = 1
              REWRITE REG-COD041 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD041: " ST-COD041
              END-REWRITE
           ELSE
              WRITE REG-COD041 INVALID KEY
                   DISPLAY "ERRO GRAVACAO COD041: " ST-COD041
              END-WRITE
           END-IF.
           DISPLAY "COMPLEMENTO GRAVADO.".
       MANTEM-COMPLEMENTO-FIM.
           EXIT.

       MOSTRA-COMPLEMENTO SECTION.
           MOVE VALOR-CONTRATO-CO41 TO VALOR-E-W.
           DISPLAY "INSTITUICAO: " INSTITUICAO-CO41.
           DISPLAY "CURSO......: " CURSO-CO41
                   "  CIDADE " CIDADE-CO41.
           DISPLAY "COLACAO " DATA-COLACAO-CO41
                   "  BAILE " DATA-BAILE-CO41
                   "  FORMANDOS " QT-FORMANDOS-CO41.
           DISPLAY "VALOR CONTRATADO " VALOR-E-W
                   "  CANAL " CANAL-VENDA-CO41
                   "  SITUACAO " SITUACAO-CO41
                   " DESDE " DATA-SITUACAO-CO41.
           DISPLAY "REGRA DE DESISTENCIA " REGRA-DESIST-CO41
                   "  PERCENTUAL " PERC-DESIST-CO41.

      *----------------------------------------------------------------
      *    RELATORIO SEMANAL: FORMATURA NOS PROXIMOS N DIAS SEM EVENTO
      *    AGENDADO OU SEM TITULOS A RECEBER
      *----------------------------------------------------------------
       RELATORIO-PRAZO SECTION.
           DISPLAY "Formaturas nos proximos quantos dias? ".
           ACCEPT DIAS-W FROM CONSOLE.
           IF DIAS-W = ZEROS
              MOVE 7 TO DIAS-W
           END-IF.
           MOVE DIAS-W      TO GRTIME-DAYS.
           MOVE DATA-HOJE-W TO GRTIME-DATE.
           MOVE "SOMA"      TO GRTIME-FUNCTION.
           MOVE "DIAS"      TO GRTIME-TYPE.
           CALL "GRTIME" USING PARAMETROS-GRTIME.
           CANCEL "GRTIME".
           MOVE GRTIME-DATE-FINAL TO DATA-LIMITE-W.
           PERFORM CARREGA-PRAZO.
           IF QT-TAB-W = ZEROS
              DISPLAY "NENHUM CONTRATO COM FORMATURA NO PRAZO"
              GO RELATORIO-PRAZO-FIM
           END-IF.
           PERFORM VERIFICA-EVENTOS.
           PERFORM VERIFICA-TITULOS
                   VARYING IND-W FROM 1 BY 1 UNTIL IND-W > QT-TAB-W.
           MOVE ZEROS TO QT-LISTADOS-W.
           MOVE DATA-LIMITE-W TO DATA-LIMITE-REL.
           MOVE DATA-HOJE-W   TO DATA-HOJE-REL.
           OPEN OUTPUT RELAT.
           WRITE REG-RELAT FROM CAB01.
           WRITE REG-RELAT FROM CAB02.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB02.
           MOVE 4 TO LIN.
           PERFORM IMPRIME-PRAZO
                   VARYING IND-W FROM 1 BY 1 UNTIL IND-W > QT-TAB-W.
           MOVE QT-LISTADOS-W TO QT-LISTADOS-REL.
           WRITE REG-RELAT FROM LINTOT AFTER 2.
           CLOSE RELAT.
           DISPLAY "CONTRATOS COM PENDENCIA: " QT-LISTADOS-W.
       RELATORIO-PRAZO-FIM.
           EXIT.

      *    CONTRATOS ASSINADOS OU EM ANDAMENTO COM A COLACAO (OU, SEM
      *    ELA, O BAILE) ENTRE HOJE E A DATA LIMITE.
       CARREGA-PRAZO SECTION.
           MOVE ZEROS TO QT-TAB-W.
           MOVE ZEROS TO NR-CONTRATO-CO41.
           START COD041 KEY IS NOT < NR-CONTRATO-CO41 INVALID KEY
                 MOVE "10" TO ST-COD041.
           PERFORM UNTIL ST-COD041 = "10"
              READ COD041 NEXT RECORD AT END MOVE "10" TO ST-COD041
              NOT AT END
                IF DATA-COLACAO-CO41 <> ZEROS
                   MOVE DATA-COLACAO-CO41 TO DATA-FORMATURA-W
                ELSE
                   MOVE DATA-BAILE-CO41   TO DATA-FORMATURA-W
                END-IF
                IF (SITUACAO-CO41 = 1 OR SITUACAO-CO41 = 2)
                   AND DATA-FORMATURA-W NOT < DATA-HOJE-W
                   AND DATA-FORMATURA-W NOT > DATA-LIMITE-W
                   IF QT-TAB-W < 500
                      ADD 1 TO QT-TAB-W
                      MOVE NR-CONTRATO-CO41 TO CONTRATO-TB(QT-TAB-W)
                      MOVE DATA-FORMATURA-W TO DATA-TB(QT-TAB-W)
                      MOVE ZEROS TO TEM-EVENTO-TB(QT-TAB-W)
                                    TEM-TITULO-TB(QT-TAB-W)
                   ELSE
                      DISPLAY "MAIS DE 500 CONTRATOS NO PRAZO - "
                              "REDUZA O NUMERO DE DIAS"
                      MOVE "10" TO ST-COD041
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD041.

      *    QUALQUER EVENTO DO CONTRATO NA AGENDA CONTA COMO AGENDADO.
       VERIFICA-EVENTOS SECTION.
           IF ST-VID023 <> "00"
              GO VERIFICA-EVENTOS-FIM
           END-IF.
           INITIALIZE CHAVE-V23.
           START VID023 KEY IS NOT < CHAVE-V23 INVALID KEY
                 MOVE "10" TO ST-VID023.
           PERFORM UNTIL ST-VID023 = "10"
              READ VID023 NEXT RECORD AT END MOVE "10" TO ST-VID023
              NOT AT END
                PERFORM VARYING IND-W FROM 1 BY 1
                        UNTIL IND-W > QT-TAB-W
                   IF CONTRATO-TB(IND-W) = CONTRATO-V23
                      MOVE 1 TO TEM-EVENTO-TB(IND-W)
                   END-IF
                END-PERFORM
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-VID023.
       VERIFICA-EVENTOS-FIM.
           EXIT.

      *    TITULO CANCELADO (SITUACAO 4) NAO CONTA.
       VERIFICA-TITULOS SECTION.
           IF ST-CRD100 <> "00"
              GO VERIFICA-TITULOS-FIM
           END-IF.
           MOVE CONTRATO-TB(IND-W) TO CONTRATO-CR100.
           MOVE ZEROS              TO SEQ-CR100.
           START CRD100 KEY IS NOT < CHAVE-CR100 INVALID KEY
                 MOVE "10" TO ST-CRD100.
           PERFORM UNTIL ST-CRD100 = "10"
              READ CRD100 NEXT RECORD AT END MOVE "10" TO ST-CRD100
              NOT AT END
                IF CONTRATO-CR100 <> CONTRATO-TB(IND-W)
                   MOVE "10" TO ST-CRD100
                ELSE
                   IF SITUACAO-CR100 < 4
                      MOVE 1 TO TEM-TITULO-TB(IND-W)
                      MOVE "10" TO ST-CRD100
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD100.
       VERIFICA-TITULOS-FIM.
           EXIT.

       IMPRIME-PRAZO SECTION.
           IF TEM-EVENTO-TB(IND-W) = 1 AND TEM-TITULO-TB(IND-W) = 1
              GO IMPRIME-PRAZO-FIM
           END-IF.
           MOVE CONTRATO-TB(IND-W) TO NR-CONTRATO-CO40
                                      NR-CONTRATO-CO41.
           READ COD040 INVALID KEY
                MOVE SPACES TO IDENTIFICACAO-CO40
           END-READ.
           READ COD041 INVALID KEY
                INITIALIZE REG-COD041
           END-READ.
           MOVE CONTRATO-TB(IND-W) TO CONTRATO-REL.
           MOVE IDENTIFICACAO-CO40 TO IDENTIFICACAO-REL.
           MOVE INSTITUICAO-CO41   TO INSTITUICAO-REL.
           MOVE CURSO-CO41         TO CURSO-REL.
           MOVE DATA-TB(IND-W)     TO DATA-REL.
           MOVE QT-FORMANDOS-CO41  TO FORMANDOS-REL.
           EVALUATE TRUE
              WHEN TEM-EVENTO-TB(IND-W) = 0
               AND TEM-TITULO-TB(IND-W) = 0
                 MOVE "SEM EVENTO/TITULOS" TO PENDENCIA-REL
              WHEN TEM-EVENTO-TB(IND-W) = 0
                 MOVE "SEM EVENTO"         TO PENDENCIA-REL
              WHEN OTHER
                 MOVE "SEM TITULOS"        TO PENDENCIA-REL
           END-EVALUATE.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO QT-LISTADOS-W.
           ADD 1 TO LIN.
           IF LIN > 56
              WRITE REG-RELAT FROM CAB01 AFTER PAGE
              WRITE REG-RELAT FROM CAB02
              WRITE REG-RELAT FROM CAB03
              WRITE REG-RELAT FROM CAB02
              MOVE 4 TO LIN
           END-IF.
       IMPRIME-PRAZO-FIM.
           EXIT.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE COD040 COD041.
           IF CGD012-EXISTE-W = 1 CLOSE CGD012 END-IF.
           IF ST-CRD100 = "00" CLOSE CRD100 END-IF.
           IF ST-VID023 = "00" CLOSE VID023 END-IF.
           EXIT PROGRAM.
