       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXP023.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Razão bancário por portador - o equivalente do CXP021
      *para cada conta de banco. Opções:
      *  CONTAS .......: cadastro da conta do portador (CAD018) em
      *                  CXD023 - banco, agência, conta, saldo e
      *                  data iniciais e a conta que recebe os
      *                  depósitos do contas a receber;
      *  LANCAR .......: lançamento manual (tarifa, rendimento,
      *                  depósito avulso) na conta, em CXD024;
      *  TRANSFERIR ...: transferência entre contas, ou entre conta e
      *                  caixa (portador 00), gravada como par de
      *                  lançamentos - débito na origem e crédito no
      *                  destino; o lado caixa vai para o CXD021, no
      *                  dia aberto do caixa; data em competência
      *                  fechada no CPP071 (CPP079) é recusada;
      *  FECHAR DIA ...: totaliza a conta desde o último fechamento,
      *                  grava o saldo em CXD025, trava o período e
      *                  imprime o relatório do dia.
      *As baixas do contas a pagar/receber e os cheques emitidos
      *entram no razão pelo CXP024; a posição de todas as contas sai
      *no CXP025.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX018.
           COPY CXPX020.
           COPY CXPX021.
           COPY CXPX022.
           COPY CXPX023.
           COPY CXPX024.
           COPY CXPX025.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW018.
       COPY CXPW020.
       COPY CXPW021.
       COPY CXPW022.
       COPY CXPW023.
       COPY CXPW024.
       COPY CXPW025.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
           COPY CPPW079C.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CAD018             PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-CXD021             PIC XX       VALUE SPACES.
           05  ST-CXD022             PIC XX       VALUE SPACES.
           05  ST-CXD023             PIC XX       VALUE SPACES.
           05  ST-CXD024             PIC XX       VALUE SPACES.
           05  ST-CXD025             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  ERRO-LANC-W           PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  PORTADOR-W            PIC 9(2)     VALUE ZEROS.
           05  ORIGEM-W              PIC 9(2)     VALUE ZEROS.
           05  DESTINO-W             PIC 9(2)     VALUE ZEROS.
           05  CONTRA-W              PIC 9(2)     VALUE ZEROS.
           05  DATA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  TIPO-W                PIC 9        VALUE ZEROS.
           05  VALOR-W               PIC 9(8)V99  VALUE ZEROS.
           05  COD-APURACAO-W        PIC X(5)     VALUE SPACES.
           05  DESCRICAO-W           PIC X(30)    VALUE SPACES.
           05  DOC-W                 PIC X(20)    VALUE SPACES.
           05  RESPOSTA-W            PIC X        VALUE SPACES.
           05  ACHOU-FECHO-W         PIC 9        VALUE ZEROS.
           05  ULT-FECHO-DATA-W      PIC 9(8)     VALUE ZEROS.
           05  ULT-FECHO-SALDO-W     PIC S9(9)V99 VALUE ZEROS.
           05  TOTAL-CRED-W          PIC 9(9)V99  VALUE ZEROS.
           05  TOTAL-DEB-W           PIC 9(9)V99  VALUE ZEROS.
           05  SALDO-W               PIC S9(9)V99 VALUE ZEROS.
           05  DATA-CORTE-W          PIC 9(8)     VALUE ZEROS.
           05  SALDO-ED-W            PIC ZZZ.ZZZ.ZZ9,99-.
           05  VALOR-ED-W            PIC ZZ.ZZZ.ZZ9,99.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
       01  CAB01.
           05  FILLER              PIC X(26)   VALUE
               "RAZAO BANCARIO - CONTA ...".
           05  FILLER              PIC X       VALUE SPACES.
           05  NOME-PORT-REL       PIC X(20)   VALUE SPACES.
           05  FILLER              PIC X(17)   VALUE
               " - FECHAMENTO EM ".
           05  DATA-DIA-REL        PIC 99/99/9999.
       01  CAB02.
           05  FILLER              PIC X(90)   VALUE ALL "=".
       01  CAB03.
           05  FILLER              PIC X(90)   VALUE
           "DATA       SEQ  OR TP APUR  DESCRICAO
      -    "           VALOR".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINTOT1.
           05  FILLER        PIC X(22) VALUE "SALDO DE ABERTURA..: ".
           05  ABERTURA-REL        PIC ZZZ.ZZZ.ZZ9,99-.
       01  LINTOT2.
           05  FILLER        PIC X(22) VALUE "TOTAL DE CREDITOS..: ".
           05  CREDITOS-REL        PIC ZZZ.ZZZ.ZZ9,99.
       01  LINTOT3.
           05  FILLER        PIC X(22) VALUE "TOTAL DE DEBITOS...: ".
           05  DEBITOS-REL         PIC ZZZ.ZZZ.ZZ9,99.
       01  LINTOT4.
           05  FILLER        PIC X(22) VALUE "SALDO TRANSPORTADO.: ".
           05  FECHAMENTO-REL      PIC ZZZ.ZZZ.ZZ9,99-.

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
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CAD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD018.
           MOVE "CXD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD020.
           MOVE "CXD021" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD021.
           MOVE "CXD022" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD022.
           MOVE "CXD023" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD023.
           MOVE "CXD024" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD024.
           MOVE "CXD025" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD025.
           OPEN INPUT CAD018 CXD020.
           OPEN I-O CXD021.
           IF ST-CXD021 = "35"
              OPEN OUTPUT CXD021
              CLOSE       CXD021
              OPEN I-O    CXD021
           END-IF.
           OPEN I-O CXD022.
           IF ST-CXD022 = "35"
              OPEN OUTPUT CXD022
              CLOSE       CXD022
              OPEN I-O    CXD022
           END-IF.
           OPEN I-O CXD023.
           IF ST-CXD023 = "35"
              OPEN OUTPUT CXD023
              CLOSE       CXD023
              OPEN I-O    CXD023
           END-IF.
           OPEN I-O CXD024.
           IF ST-CXD024 = "35"
              OPEN OUTPUT CXD024
              CLOSE       CXD024
              OPEN I-O    CXD024
           END-IF.
           OPEN I-O CXD025.
           IF ST-CXD025 = "35"
              OPEN OUTPUT CXD025
              CLOSE       CXD025
              OPEN I-O    CXD025
           END-IF.
           IF ST-CAD018 <> "00"
              DISPLAY "ERRO ABERTURA CAD018: " ST-CAD018
              MOVE 1 TO ERRO-W.
           IF ST-CXD020 <> "00"
              DISPLAY "ERRO ABERTURA CXD020: " ST-CXD020
              MOVE 1 TO ERRO-W.
           IF ST-CXD021 <> "00"
              DISPLAY "ERRO ABERTURA CXD021: " ST-CXD021
              MOVE 1 TO ERRO-W.
           IF ST-CXD022 <> "00"
              DISPLAY "ERRO ABERTURA CXD022: " ST-CXD022
              MOVE 1 TO ERRO-W.
           IF ST-CXD023 <> "00"
              DISPLAY "ERRO ABERTURA CXD023: " ST-CXD023
              MOVE 1 TO ERRO-W.
           IF ST-CXD024 <> "00"
              DISPLAY "ERRO ABERTURA CXD024: " ST-CXD024
              MOVE 1 TO ERRO-W.
           IF ST-CXD025 <> "00"
              DISPLAY "ERRO ABERTURA CXD025: " ST-CXD025
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.

       PROCESSA-OPCOES SECTION.
           DISPLAY "OPCAO (1-CONTAS  2-LANCAR  3-TRANSFERIR  "
                   "4-FECHAR DIA  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM MANTEM-CONTA
              WHEN 2 PERFORM LANCA-MANUAL
              WHEN 3 PERFORM TRANSFERE
              WHEN 4 PERFORM FECHA-DIA
              WHEN OTHER CONTINUE
           END-EVALUATE.

       MANTEM-CONTA SECTION.
           DISPLAY "Portador (CAD018): ".
           ACCEPT PORTADOR-W FROM CONSOLE.
           IF PORTADOR-W = ZEROS
              DISPLAY "PORTADOR 00 RESERVADO PARA O CAIXA"
              GO MANTEM-CONTA-FIM
           END-IF.
           MOVE PORTADOR-W TO PORTADOR.
           READ CAD018 INVALID KEY
                DISPLAY "PORTADOR NAO CADASTRADO EM CAD018"
                GO MANTEM-CONTA-FIM
           END-READ.
           DISPLAY "PORTADOR: " NOME-PORT.
           MOVE PORTADOR-W TO PORTADOR-CX23.
           READ CXD023 INVALID KEY
                INITIALIZE REG-CXD023
                MOVE PORTADOR-W TO PORTADOR-CX23
                DISPLAY "CONTA NOVA"
                DISPLAY "Saldo inicial (digitos, 2 decimais): "
                ACCEPT SALDO-INICIAL-CX23 FROM CONSOLE
                DISPLAY "Data do saldo inicial (AAAAMMDD, 0 = hoje): "
                ACCEPT DATA-INICIAL-CX23 FROM CONSOLE
                IF DATA-INICIAL-CX23 = ZEROS
                   MOVE DATA-HOJE-W TO DATA-INICIAL-CX23
                END-IF
              NOT INVALID KEY
                MOVE SALDO-INICIAL-CX23 TO SALDO-ED-W
                DISPLAY "BANCO " BANCO-CX23 " AG " AGENCIA-CX23
                        " CONTA " NR-CONTA-CX23
                DISPLAY "SALDO INICIAL " SALDO-ED-W " EM "
                        DATA-INICIAL-CX23 " RECEBE CR " RECEBE-CR-CX23
                        " SITUACAO " SITUACAO-CX23
           END-READ.
           DISPLAY "Banco (codigo de compensacao): ".
           ACCEPT BANCO-CX23 FROM CONSOLE.
           DISPLAY "Agencia: ".
           ACCEPT AGENCIA-CX23 FROM CONSOLE.
           DISPLAY "Numero da conta: ".
           ACCEPT NR-CONTA-CX23 FROM CONSOLE.
           DISPLAY "Recebe os depositos do contas a receber (S/N): ".
           ACCEPT RESPOSTA-W FROM CONSOLE.
           IF RESPOSTA-W = "S" OR "s"
              MOVE 1 TO RECEBE-CR-CX23
           ELSE
              MOVE 0 TO RECEBE-CR-CX23
           END-IF.
           DISPLAY "Situacao (0-ATIVA 1-ENCERRADA): ".
           ACCEPT SITUACAO-CX23 FROM CONSOLE.
           IF SITUACAO-CX23 > 1
              MOVE 0 TO SITUACAO-CX23
           END-IF.
           MOVE COD-USUARIO-W TO DIGITADOR-CX23.
           WRITE REG-CXD023 INVALID KEY
                REWRITE REG-CXD023 INVALID KEY
                     DISPLAY "ERRO GRAVACAO CXD023: " ST-CXD023
                END-REWRITE
           END-WRITE.
           IF RECEBE-CR-CX23 = 1
              PERFORM DESMARCA-RECEBE-CR
           END-IF.
           DISPLAY "CONTA GRAVADA.".
       MANTEM-CONTA-FIM.
           EXIT.

      *    SO UMA CONTA RECEBE OS DEPOSITOS DO CONTAS A RECEBER: AO
      *    MARCAR UMA, AS DEMAIS SAO DESMARCADAS.
       DESMARCA-RECEBE-CR SECTION.
           MOVE ZEROS TO PORTADOR-CX23.
           START CXD023 KEY IS NOT < PORTADOR-CX23 INVALID KEY
                 MOVE "10" TO ST-CXD023.
           PERFORM UNTIL ST-CXD023 = "10"
              READ CXD023 NEXT RECORD AT END MOVE "10" TO ST-CXD023
              NOT AT END
                IF PORTADOR-CX23 <> PORTADOR-W AND RECEBE-CR-CX23 = 1
                   MOVE 0 TO RECEBE-CR-CX23
                   REWRITE REG-CXD023 INVALID KEY CONTINUE
                   END-REWRITE
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CXD023.

      *    CONFERE SE A CONTA (PORTADOR-W) ACEITA LANCAMENTO NA DATA-W:
      *    CONTA CADASTRADA E ATIVA, DATA A PARTIR DO SALDO INICIAL E
      *    POSTERIOR AO ULTIMO FECHAMENTO.
       VALIDA-CONTA-DATA SECTION.
           MOVE ZEROS TO ERRO-LANC-W.
           MOVE PORTADOR-W TO PORTADOR-CX23.
           READ CXD023 INVALID KEY
                DISPLAY "CONTA " PORTADOR-W " NAO CADASTRADA (OPCAO 1)"
                MOVE 1 TO ERRO-LANC-W
                GO VALIDA-CONTA-DATA-FIM
           END-READ.
           IF SITUACAO-CX23 = 1
              DISPLAY "CONTA " PORTADOR-W " ENCERRADA"
              MOVE 1 TO ERRO-LANC-W
              GO VALIDA-CONTA-DATA-FIM
           END-IF.
           IF DATA-W < DATA-INICIAL-CX23
              DISPLAY "DATA ANTERIOR AO SALDO INICIAL DA CONTA "
                      PORTADOR-W
              MOVE 1 TO ERRO-LANC-W
              GO VALIDA-CONTA-DATA-FIM
           END-IF.
           PERFORM BUSCA-ULTIMO-FECHAMENTO.
           IF ACHOU-FECHO-W = 1 AND DATA-W NOT > ULT-FECHO-DATA-W
              DISPLAY "CONTA " PORTADOR-W " FECHADA ATE "
                      ULT-FECHO-DATA-W " - LANCAMENTO RECUSADO"
              MOVE 1 TO ERRO-LANC-W
           END-IF.
       VALIDA-CONTA-DATA-FIM.
           EXIT.

      *    ULTIMO FECHAMENTO DA CONTA PORTADOR-W = REGISTRO DE CXD025
      *    DE MAIOR DATA DA CONTA.
       BUSCA-ULTIMO-FECHAMENTO SECTION.
           MOVE ZEROS TO ACHOU-FECHO-W ULT-FECHO-DATA-W
                         ULT-FECHO-SALDO-W.
           MOVE PORTADOR-W TO PORTADOR-CX25.
           MOVE ZEROS      TO DATA-CX25.
           START CXD025 KEY IS NOT < CHAVE-CX25 INVALID KEY
                 MOVE "10" TO ST-CXD025.
           PERFORM UNTIL ST-CXD025 = "10"
              READ CXD025 NEXT RECORD AT END MOVE "10" TO ST-CXD025
              NOT AT END
                IF PORTADOR-CX25 <> PORTADOR-W
                   MOVE "10" TO ST-CXD025
                ELSE
                   IF FECHADO-CX25 = 1
                      MOVE 1 TO ACHOU-FECHO-W
                      MOVE DATA-CX25 TO ULT-FECHO-DATA-W
                      MOVE SALDO-FECHAMENTO-CX25 TO ULT-FECHO-SALDO-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CXD025.

      *    GRAVA REG-CXD024 JA MONTADO NA PRIMEIRA SEQUENCIA LIVRE DA
      *    CONTA/DATA.
       GRAVA-LANCAMENTO SECTION.
           MOVE 1     TO SEQ-CX24.
           MOVE ZEROS TO ST-CXD024.
           PERFORM UNTIL ST-CXD024 = "10"
             WRITE REG-CXD024 INVALID KEY
                 ADD 1 TO SEQ-CX24
               NOT INVALID KEY
                 MOVE "10" TO ST-CXD024.
           MOVE ZEROS TO ST-CXD024.

       LANCA-MANUAL SECTION.
           DISPLAY "Conta (portador): ".
           ACCEPT PORTADOR-W FROM CONSOLE.
           DISPLAY "Data do lancamento (AAAAMMDD, 0 = hoje): ".
           ACCEPT DATA-W FROM CONSOLE.
           IF DATA-W = ZEROS
              MOVE DATA-HOJE-W TO DATA-W
           END-IF.
           PERFORM VALIDA-CONTA-DATA.
           IF ERRO-LANC-W = 1
              GO LANCA-MANUAL-FIM
           END-IF.
           DISPLAY "Tipo (1-CREDITO 2-DEBITO): ".
           ACCEPT TIPO-W FROM CONSOLE.
           IF TIPO-W < 1 OR TIPO-W > 2
              DISPLAY "TIPO INVALIDO"
              GO LANCA-MANUAL-FIM
           END-IF.
           DISPLAY "Codigo de apuracao (CXD020, branco = nenhum): ".
           ACCEPT COD-APURACAO-W FROM CONSOLE.
           IF COD-APURACAO-W NOT = SPACES
              MOVE COD-APURACAO-W TO CODIGO-COMPL-CX20
              READ CXD020 INVALID KEY
                   DISPLAY "CODIGO DE APURACAO NAO CADASTRADO"
                   GO LANCA-MANUAL-FIM
              END-READ
              DISPLAY "APURACAO: " DESCRICAO-CX20
           END-IF.
           DISPLAY "Valor (digitos, 2 decimais): ".
           ACCEPT VALOR-W FROM CONSOLE.
           IF VALOR-W = ZEROS
              DISPLAY "VALOR INVALIDO"
              GO LANCA-MANUAL-FIM
           END-IF.
           DISPLAY "Descricao do lancamento: ".
           ACCEPT DESCRICAO-W FROM CONSOLE.
           INITIALIZE REG-CXD024.
           MOVE PORTADOR-W     TO PORTADOR-CX24.
           MOVE DATA-W         TO DATA-CX24.
           MOVE 4              TO ORIGEM-CX24.
           MOVE SPACES         TO DOC-CX24.
           MOVE TIPO-W         TO TIPO-CX24.
           MOVE COD-APURACAO-W TO CODIGO-COMPL-CX24.
           MOVE VALOR-W        TO VALOR-CX24.
           MOVE DESCRICAO-W    TO DESCRICAO-CX24.
           MOVE PORTADOR-W     TO CONTRAPARTIDA-CX24.
           MOVE COD-USUARIO-W  TO DIGITADOR-CX24.
           PERFORM GRAVA-LANCAMENTO.
           DISPLAY "LANCAMENTO " SEQ-CX24 " GRAVADO.".
       LANCA-MANUAL-FIM.
           EXIT.

      *    TRANSFERENCIA = PAR DE LANCAMENTOS COM O MESMO DOC
      *    ("TRF" + DATA + HORA DA DIGITACAO). PORTADOR 00 E O CAIXA:
      *    O LADO CAIXA E GRAVADO NO LIVRO CAIXA (CXD021), QUE PRECISA
      *    ESTAR COM O DIA ABERTO E NAO FECHADO EM CXD022.
       TRANSFERE SECTION.
           DISPLAY "Conta de origem (portador, 00 = caixa): ".
           ACCEPT ORIGEM-W FROM CONSOLE.
           DISPLAY "Conta de destino (portador, 00 = caixa): ".
           ACCEPT DESTINO-W FROM CONSOLE.
           IF ORIGEM-W = DESTINO-W
              DISPLAY "ORIGEM E DESTINO IGUAIS"
              GO TRANSFERE-FIM
           END-IF.
           DISPLAY "Data da transferencia (AAAAMMDD, 0 = hoje): ".
           ACCEPT DATA-W FROM CONSOLE.
           IF DATA-W = ZEROS
              MOVE DATA-HOJE-W TO DATA-W
           END-IF.
      *    MES JA FECHADO NO CPP071 NAO RECEBE NENHUMA DAS PERNAS.
           MOVE DATA-W TO CPP079-DATA.
           CALL "CPP079" USING PARAMETROS-W CPP079-PARAMETROS.
           CANCEL "CPP079".
           IF CPP079-FECHADA = 1
              DISPLAY "COMPETENCIA FECHADA NO CPP071 - TRANSFERENCIA "
                      "RECUSADA"
              GO TRANSFERE-FIM
           END-IF.
           IF ORIGEM-W > ZEROS
              MOVE ORIGEM-W TO PORTADOR-W
              PERFORM VALIDA-CONTA-DATA
              IF ERRO-LANC-W = 1
                 GO TRANSFERE-FIM
              END-IF
           END-IF.
           IF DESTINO-W > ZEROS
              MOVE DESTINO-W TO PORTADOR-W
              PERFORM VALIDA-CONTA-DATA
              IF ERRO-LANC-W = 1
                 GO TRANSFERE-FIM
              END-IF
           END-IF.
           MOVE SPACES TO COD-APURACAO-W.
           IF ORIGEM-W = ZEROS OR DESTINO-W = ZEROS
              MOVE DATA-W TO DATA-CX22
              READ CXD022 INVALID KEY
                   DISPLAY "DIA DO CAIXA NAO ABERTO (CXP021)"
                   GO TRANSFERE-FIM
              END-READ
              IF FECHADO-CX22 = 1
                 DISPLAY "DIA DO CAIXA JA FECHADO - RECUSADO"
                 GO TRANSFERE-FIM
              END-IF
              DISPLAY "Codigo de apuracao do caixa (CXD020): "
              ACCEPT COD-APURACAO-W FROM CONSOLE
              MOVE COD-APURACAO-W TO CODIGO-COMPL-CX20
              READ CXD020 INVALID KEY
                   DISPLAY "CODIGO DE APURACAO NAO CADASTRADO"
                   GO TRANSFERE-FIM
              END-READ
           END-IF.
           DISPLAY "Valor (digitos, 2 decimais): ".
           ACCEPT VALOR-W FROM CONSOLE.
           IF VALOR-W = ZEROS
              DISPLAY "VALOR INVALIDO"
              GO TRANSFERE-FIM
           END-IF.
           DISPLAY "Descricao: ".
           ACCEPT DESCRICAO-W FROM CONSOLE.
           ACCEPT HORA-W FROM TIME.
           MOVE SPACES TO DOC-W.
           STRING "TRF" DATA-W HORA-W DELIMITED BY SIZE INTO DOC-W.
           IF ORIGEM-W > ZEROS
              MOVE ORIGEM-W  TO PORTADOR-W
              MOVE DESTINO-W TO CONTRA-W
              MOVE 2         TO TIPO-W
              PERFORM GRAVA-PERNA-BANCO
           ELSE
              MOVE 2 TO TIPO-W
              PERFORM GRAVA-PERNA-CAIXA
           END-IF.
           IF DESTINO-W > ZEROS
              MOVE DESTINO-W TO PORTADOR-W
              MOVE ORIGEM-W  TO CONTRA-W
              MOVE 1         TO TIPO-W
              PERFORM GRAVA-PERNA-BANCO
           ELSE
              MOVE 1 TO TIPO-W
              PERFORM GRAVA-PERNA-CAIXA
           END-IF.
           DISPLAY "TRANSFERENCIA " DOC-W " GRAVADA.".
       TRANSFERE-FIM.
           EXIT.

       GRAVA-PERNA-BANCO SECTION.
           INITIALIZE REG-CXD024.
           MOVE CONTRA-W       TO CONTRAPARTIDA-CX24.
           MOVE PORTADOR-W     TO PORTADOR-CX24.
           MOVE DATA-W         TO DATA-CX24.
           MOVE 5              TO ORIGEM-CX24.
           MOVE DOC-W          TO DOC-CX24.
           MOVE TIPO-W         TO TIPO-CX24.
           MOVE COD-APURACAO-W TO CODIGO-COMPL-CX24.
           MOVE VALOR-W        TO VALOR-CX24.
           MOVE DESCRICAO-W    TO DESCRICAO-CX24.
           MOVE COD-USUARIO-W  TO DIGITADOR-CX24.
           PERFORM GRAVA-LANCAMENTO.

      *    LADO CAIXA DA TRANSFERENCIA: TIPO-W 2 = SAIU DO CAIXA
      *    (PAGAMENTO NO LIVRO), 1 = ENTROU NO CAIXA (RECEBIMENTO).
       GRAVA-PERNA-CAIXA SECTION.
           INITIALIZE REG-CXD021.
           MOVE DATA-W         TO DATA-CX21.
           MOVE 1              TO SEQ-CX21.
           MOVE TIPO-W         TO TIPO-CX21.
           MOVE COD-APURACAO-W TO CODIGO-COMPL-CX21.
           MOVE VALOR-W        TO VALOR-CX21.
           MOVE SPACES         TO DESCRICAO-CX21.
           IF TIPO-W = 2
              STRING "TRANSF. P/ CONTA " DESTINO-W " "
                     DESCRICAO-W DELIMITED BY SIZE INTO DESCRICAO-CX21
           ELSE
              STRING "TRANSF. DA CONTA " ORIGEM-W " "
                     DESCRICAO-W DELIMITED BY SIZE INTO DESCRICAO-CX21
           END-IF.
           MOVE COD-USUARIO-W  TO DIGITADOR-CX21.
           MOVE ZEROS TO ST-CXD021.
           PERFORM UNTIL ST-CXD021 = "10"
             WRITE REG-CXD021 INVALID KEY
                 ADD 1 TO SEQ-CX21
               NOT INVALID KEY
                 MOVE "10" TO ST-CXD021.
           MOVE ZEROS TO ST-CXD021.

      *    FECHA A CONTA NA DATA: TOTALIZA OS LANCAMENTOS POSTERIORES
      *    AO ULTIMO FECHAMENTO (OU A PARTIR DO SALDO INICIAL) ATE A
      *    DATA E GRAVA O FECHAMENTO EM CXD025.
       FECHA-DIA SECTION.
           DISPLAY "Conta (portador): ".
           ACCEPT PORTADOR-W FROM CONSOLE.
           DISPLAY "Data do dia a fechar (AAAAMMDD, 0 = hoje): ".
           ACCEPT DATA-W FROM CONSOLE.
           IF DATA-W = ZEROS
              MOVE DATA-HOJE-W TO DATA-W
           END-IF.
           PERFORM VALIDA-CONTA-DATA.
           IF ERRO-LANC-W = 1
              GO FECHA-DIA-FIM
           END-IF.
           IF ACHOU-FECHO-W = 1
              MOVE ULT-FECHO-SALDO-W TO SALDO-W
              MOVE ULT-FECHO-DATA-W  TO DATA-CORTE-W
           ELSE
              MOVE SALDO-INICIAL-CX23 TO SALDO-W
              MOVE ZEROS              TO DATA-CORTE-W
           END-IF.
           MOVE PORTADOR-W TO PORTADOR.
           READ CAD018 INVALID KEY MOVE "********" TO NOME-PORT
           END-READ.
           PERFORM TOTALIZA-E-IMPRIME-DIA.
           INITIALIZE REG-CXD025.
           MOVE PORTADOR-W    TO PORTADOR-CX25.
           MOVE DATA-W        TO DATA-CX25.
           MOVE SALDO-W       TO SALDO-ABERTURA-CX25.
           MOVE TOTAL-CRED-W  TO TOTAL-CREDITOS-CX25.
           MOVE TOTAL-DEB-W   TO TOTAL-DEBITOS-CX25.
           COMPUTE SALDO-FECHAMENTO-CX25 = SALDO-W
                 + TOTAL-CRED-W - TOTAL-DEB-W.
           MOVE 1 TO FECHADO-CX25.
           MOVE COD-USUARIO-W TO USUARIO-FECHO-CX25.
           ACCEPT HORA-FECHO-CX25 FROM TIME.
           WRITE REG-CXD025 INVALID KEY
                DISPLAY "ERRO GRAVACAO CXD025: " ST-CXD025
                GO FECHA-DIA-FIM
           END-WRITE.
           MOVE SALDO-FECHAMENTO-CX25 TO SALDO-ED-W.
           DISPLAY "CONTA " PORTADOR-W " FECHADA - SALDO " SALDO-ED-W.
       FECHA-DIA-FIM.
           EXIT.

       TOTALIZA-E-IMPRIME-DIA SECTION.
           MOVE ZEROS TO TOTAL-CRED-W TOTAL-DEB-W.
           OPEN OUTPUT RELAT.
           MOVE NOME-PORT TO NOME-PORT-REL.
           MOVE DATA-W    TO DATA-DIA-REL.
           WRITE REG-RELAT FROM CAB01.
           WRITE REG-RELAT FROM CAB02.
           MOVE SALDO-W TO ABERTURA-REL.
           WRITE REG-RELAT FROM LINTOT1.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB02.
           MOVE PORTADOR-W   TO PORTADOR-CX24.
           ADD 1 DATA-CORTE-W GIVING DATA-CX24.
           MOVE ZEROS        TO SEQ-CX24.
           START CXD024 KEY IS NOT < CHAVE-CX24 INVALID KEY
                 MOVE "10" TO ST-CXD024.
           PERFORM UNTIL ST-CXD024 = "10"
              READ CXD024 NEXT RECORD AT END MOVE "10" TO ST-CXD024
              NOT AT END
                IF PORTADOR-CX24 <> PORTADOR-W OR DATA-CX24 > DATA-W
                   MOVE "10" TO ST-CXD024
                ELSE
                   IF DATA-CX24 NOT < DATA-INICIAL-CX23
                      PERFORM IMPRIME-LANCAMENTO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CXD024.
           MOVE TOTAL-CRED-W TO CREDITOS-REL.
           MOVE TOTAL-DEB-W  TO DEBITOS-REL.
           COMPUTE FECHAMENTO-REL = SALDO-W + TOTAL-CRED-W
                                  - TOTAL-DEB-W.
           WRITE REG-RELAT FROM LINTOT2 AFTER 2.
           WRITE REG-RELAT FROM LINTOT3.
           WRITE REG-RELAT FROM LINTOT4.
           CLOSE RELAT.

       IMPRIME-LANCAMENTO SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE DATA-CX24          TO LINDET-REL(1: 8)
           MOVE SEQ-CX24           TO LINDET-REL(12: 4)
           MOVE ORIGEM-CX24        TO LINDET-REL(17: 1)
           MOVE TIPO-CX24          TO LINDET-REL(20: 1)
           MOVE CODIGO-COMPL-CX24  TO LINDET-REL(23: 5)
           MOVE DESCRICAO-CX24     TO LINDET-REL(29: 30)
           MOVE VALOR-CX24         TO VALOR-ED-W
           MOVE VALOR-ED-W         TO LINDET-REL(65: 13)
           IF TIPO-CX24 = 1
              ADD VALOR-CX24 TO TOTAL-CRED-W
           ELSE
              ADD VALOR-CX24 TO TOTAL-DEB-W
              MOVE "D"  TO LINDET-REL(78: 1)
           END-IF.
           WRITE REG-RELAT FROM LINDET.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CAD018 CXD020 CXD021 CXD022 CXD023 CXD024 CXD025.
           EXIT PROGRAM.
