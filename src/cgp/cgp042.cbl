       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGP042.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Anonimização de ex-clientes após o prazo legal de
      *retenção (regra CGD028, candidatos e diário em CGD029):
      *  REGRA .......: anos de retenção após a última entrega
      *                 (LBD215) e o último recebimento (CRD110); o
      *                 primeiro usuário que executa o programa vira
      *                 o supervisor, como no VIP123, e só ele altera
      *                 a regra, aprova e executa;
      *  GERAR .......: propõe os clientes com entrega e recebimento
      *                 anteriores ao corte - ficam de fora os que têm
      *                 título em aberto (CRD100), ticket do SAC
      *                 aberto (CGD019) ou negativação (CGD026);
      *  APROVAR .....: o supervisor aprova ou rejeita o candidato;
      *  ANONIMIZAR ..: depois da confirmação do supervisor troca os
      *                 dados pessoais de CGD010/CGD011/CRD020 por
      *                 marcadores, mantendo códigos e valores, e
      *                 registra no diário o que foi feito e quando
      *                 (as pendências são conferidas de novo);
      *  LISTAR ......: imprime candidatos e diário com o status.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX010.
           COPY CGPX011.
           COPY CGPX019.
           COPY CGPX026N.
           COPY CGPX028.
           COPY CGPX029.
           COPY CRPX020.
           COPY CRPX100.
           COPY CRPX110.
           COPY LBPX215.
           SELECT WORK ASSIGN TO VARIA-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-WORK
                  RECORD KEY IS CHAVE-WK = CLASSIF-WK CODIGO-WK.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW010.
       COPY CGPW011.
       COPY CGPW019.
       COPY CGPW026N.
       COPY CGPW028.
       COPY CGPW029.
       COPY CRPW020.
       COPY CRPW100.
       COPY CRPW110.
       COPY LBPW215.
      *    RESUMO DOS TITULOS POR CLIENTE (UMA PASSADA NO CRD100)
       FD  WORK.
       01  REG-WORK.
           05  CLASSIF-WK          PIC 9.
           05  CODIGO-WK           PIC 9(8).
           05  ULT-RECEB-WK        PIC 9(8).
           05  ULT-ENTREGA-WK      PIC 9(8).
           05  ABERTO-WK           PIC 9.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-CGD019             PIC XX       VALUE SPACES.
           05  ST-CGD026             PIC XX       VALUE SPACES.
           05  ST-CGD028             PIC XX       VALUE SPACES.
           05  ST-CGD029             PIC XX       VALUE SPACES.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CRD100             PIC XX       VALUE SPACES.
           05  ST-CRD110             PIC XX       VALUE SPACES.
           05  ST-LBD215             PIC XX       VALUE SPACES.
           05  ST-WORK               PIC XX       VALUE SPACES.
           05  PATH-CGD010           PIC X(30)    VALUE SPACES.
           05  PATH-CGD011           PIC X(30)    VALUE SPACES.
           05  PATH-LBD215           PIC X(30)    VALUE SPACES.
           05  VARIA-W               PIC 9(8)     VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  APROVA-W              PIC 99       VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  TEM-CGD019-W          PIC 9        VALUE ZEROS.
           05  TEM-CGD026-W          PIC 9        VALUE ZEROS.
           05  TEM-CRD020-W          PIC 9        VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-CORTE-W          PIC 9(8)     VALUE ZEROS.
           05  CLASSIF-W             PIC 9        VALUE ZEROS.
           05  CODIGO-W              PIC 9(8)     VALUE ZEROS.
           05  CONTRATO-BUSCA-W      PIC 9(8)     VALUE ZEROS.
           05  CONTRATO-ANT-W        PIC 9(8)     VALUE ZEROS.
           05  ULT-ENTREGA-W         PIC 9(8)     VALUE ZEROS.
           05  ENTREGA-CONTRATO-W    PIC 9(8)     VALUE ZEROS.
           05  ULT-RECEB-W           PIC 9(8)     VALUE ZEROS.
           05  ABERTO-W              PIC 9        VALUE ZEROS.
           05  PENDENCIA-W           PIC 9        VALUE ZEROS.
           05  QT-CARTOES-W          PIC 9(2)     VALUE ZEROS.
           05  QT-PROPOSTOS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-BLOQ-TITULO-W      PIC 9(5)     VALUE ZEROS.
           05  QT-BLOQ-SAC-W         PIC 9(5)     VALUE ZEROS.
           05  QT-BLOQ-NEGAT-W       PIC 9(5)     VALUE ZEROS.
           05  QT-APROVADOS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-ANONIMIZADOS-W     PIC 9(5)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
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
       01  MARCA-ANONIMO-W         PIC X(11)   VALUE "ANONIMIZADO".
       01  TAB-STATUS.
           05  FILLER              PIC X(11)   VALUE "PROPOSTO".
           05  FILLER              PIC X(11)   VALUE "APROVADO".
           05  FILLER              PIC X(11)   VALUE "ANONIMIZADO".
           05  FILLER              PIC X(11)   VALUE "REJEITADO".
       01  TAB-STATUS-R REDEFINES TAB-STATUS.
           05  NOME-STATUS-W       PIC X(11) OCCURS 4 TIMES.

       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(47)   VALUE
               "ANONIMIZACAO DE EX-CLIENTES - CANDIDATOS E DIAR".
           05  FILLER              PIC X(13)   VALUE
               "IO - RETENCAO".
           05  FILLER              PIC X       VALUE SPACES.
           05  ANOS-REL            PIC Z9.
           05  FILLER              PIC X(5)    VALUE " ANOS".
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(47)   VALUE
               "CL CODIGO   NOME                           ULT.".
           05  FILLER              PIC X(53)   VALUE
               "ENTR  ULT.RECEB  STATUS      APROVADO   ANONIMIZADO".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  DATA-ED-W               PIC 99/99/9999.

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
           MOVE NOME-EMPRESA-W     TO EMPRESA-REL
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD019" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD019.
           MOVE "CGD026" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD026.
           MOVE "CGD028" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD028.
           MOVE "CGD029" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD029.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD100.
           MOVE "CRD110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD110.
           MOVE "LBD215" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD215.
           OPEN I-O CGD010 CGD011.
           OPEN INPUT CRD100 CRD110 LBD215.
      *    SAC, NEGATIVACAO E CARTOES PODEM NAO EXISTIR NA EMPRESA.
           OPEN INPUT CGD019 CGD026.
           IF ST-CGD019 = "00" MOVE 1 TO TEM-CGD019-W END-IF.
           IF ST-CGD026 = "00" MOVE 1 TO TEM-CGD026-W END-IF.
           OPEN I-O CRD020.
           IF ST-CRD020 = "00" MOVE 1 TO TEM-CRD020-W END-IF.
           OPEN I-O CGD028.
           IF ST-CGD028 = "35"
              OPEN OUTPUT CGD028
              CLOSE       CGD028
              OPEN I-O    CGD028
           END-IF.
           OPEN I-O CGD029.
           IF ST-CGD029 = "35"
              OPEN OUTPUT CGD029
              CLOSE       CGD029
              OPEN I-O    CGD029
           END-IF.
           IF ST-CGD010 <> "00"
              DISPLAY "ERRO ABERTURA CGD010: " ST-CGD010
              MOVE 1 TO ERRO-W.
           IF ST-CGD011 <> "00"
              DISPLAY "ERRO ABERTURA CGD011: " ST-CGD011
              MOVE 1 TO ERRO-W.
           IF ST-CRD100 <> "00"
              DISPLAY "ERRO ABERTURA CRD100: " ST-CRD100
              MOVE 1 TO ERRO-W.
           IF ST-CRD110 <> "00"
              DISPLAY "ERRO ABERTURA CRD110: " ST-CRD110
              MOVE 1 TO ERRO-W.
           IF ST-LBD215 <> "00"
              DISPLAY "ERRO ABERTURA LBD215: " ST-LBD215
              MOVE 1 TO ERRO-W.
           IF ST-CGD028 <> "00"
              DISPLAY "ERRO ABERTURA CGD028: " ST-CGD028
              MOVE 1 TO ERRO-W.
           IF ST-CGD029 <> "00"
              DISPLAY "ERRO ABERTURA CGD029: " ST-CGD029
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "CGP042" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA CGP042"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           IF ERRO-W = 0
              ACCEPT VARIA-W FROM TIME
              OPEN OUTPUT WORK
              CLOSE WORK
              OPEN I-O WORK
              PERFORM LE-OU-CRIA-REGRA
           END-IF.

      *    PRIMEIRO USUARIO A EXECUTAR VIRA O SUPERVISOR (ESQUEMA
      *    DO VIP123/LBP113).
       LE-OU-CRIA-REGRA SECTION.
           MOVE "1" TO CHAVE-CG28.
           READ CGD028 INVALID KEY
                MOVE "1"           TO CHAVE-CG28
                MOVE 5             TO ANOS-RETENCAO-CG28
                MOVE COD-USUARIO-W TO SUPERVISOR-CG28
                WRITE REG-CGD028 INVALID KEY CONTINUE END-WRITE
                DISPLAY "PRIMEIRA EXECUCAO - USUARIO " COD-USUARIO-W
                        " REGISTRADO COMO SUPERVISOR"
           END-READ.

       PROCESSA-OPCOES SECTION.
           DISPLAY "OPCAO (1-REGRA  2-GERAR CANDIDATOS  3-APROVAR  "
                   "4-ANONIMIZAR  5-LISTAR  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM ALTERA-REGRA
              WHEN 2 PERFORM GERA-CANDIDATOS
              WHEN 3 PERFORM APROVA-CANDIDATO
              WHEN 4 PERFORM EXECUTA-ANONIMIZACAO
              WHEN 5 PERFORM LISTA-CANDIDATOS
              WHEN OTHER CONTINUE
           END-EVALUATE.

       ALTERA-REGRA SECTION.
           IF SUPERVISOR-CG28 NOT = COD-USUARIO-W
              DISPLAY "SO O SUPERVISOR " SUPERVISOR-CG28
                      " ALTERA A REGRA"
              GO ALTERA-REGRA-FIM
           END-IF.
           DISPLAY "ANOS DE RETENCAO ATUAL: " ANOS-RETENCAO-CG28.
           DISPLAY "Novos anos de retencao (0 = mantem): ".
           ACCEPT APROVA-W FROM CONSOLE.
           IF APROVA-W > ZEROS
              MOVE APROVA-W TO ANOS-RETENCAO-CG28
              REWRITE REG-CGD028 INVALID KEY CONTINUE END-REWRITE
              DISPLAY "REGRA GRAVADA."
           END-IF.
       ALTERA-REGRA-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    RESUMO DOS TITULOS POR CLIENTE: ULTIMO RECEBIMENTO (CRD110),
      *    TITULO EM ABERTO OU SUSPENSO E ULTIMA ENTREGA DOS CONTRATOS
      *    EM QUE O CLIENTE TEM TITULO.
      *----------------------------------------------------------------
       MONTA-RESUMO-TITULOS SECTION.
           CLOSE WORK.
           OPEN OUTPUT WORK.
           CLOSE WORK.
           OPEN I-O WORK.
           MOVE ZEROS TO CONTRATO-ANT-W ENTREGA-CONTRATO-W.
           MOVE ZEROS TO CONTRATO-CR100 SEQ-CR100.
           START CRD100 KEY IS NOT < CHAVE-CR100 INVALID KEY
                 MOVE "10" TO ST-CRD100.
           PERFORM UNTIL ST-CRD100 = "10"
              READ CRD100 NEXT RECORD AT END MOVE "10" TO ST-CRD100
              NOT AT END
                PERFORM ACUMULA-TITULO
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD100.

       ACUMULA-TITULO SECTION.
           IF CONTRATO-CR100 <> CONTRATO-ANT-W
              MOVE CONTRATO-CR100 TO CONTRATO-ANT-W
                                     CONTRATO-BUSCA-W
              PERFORM ACHA-ULTIMA-ENTREGA
              MOVE ULT-ENTREGA-W TO ENTREGA-CONTRATO-W
           END-IF.
           MOVE CLASSIF-CLI-CR100 TO CLASSIF-WK.
           MOVE COD-CLIENTE-CR100 TO CODIGO-WK.
           READ WORK INVALID KEY
                MOVE ZEROS TO ULT-RECEB-WK ULT-ENTREGA-WK ABERTO-WK
                WRITE REG-WORK INVALID KEY CONTINUE END-WRITE
           END-READ.
           IF SITUACAO-CR100 = 0 OR SITUACAO-CR100 = 1
              MOVE 1 TO ABERTO-WK
           END-IF.
           IF ENTREGA-CONTRATO-W > ULT-ENTREGA-WK
              MOVE ENTREGA-CONTRATO-W TO ULT-ENTREGA-WK
           END-IF.
           MOVE CONTRATO-CR100 TO CONTRATO-CR110.
           MOVE SEQ-CR100      TO SEQ-CR110.
           READ CRD110 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF DATA-BAIXA-CR110 > ULT-RECEB-WK
                   MOVE DATA-BAIXA-CR110 TO ULT-RECEB-WK
                END-IF
           END-READ.
           REWRITE REG-WORK INVALID KEY CONTINUE END-REWRITE.

      *    ULTIMA ENTREGA DO CONTRATO = MAIOR DATA-ENTREGA DAS
      *    REMESSAS ENTREGUES (LBD215, CHAVE ALTERNADA DE CONTRATO).
       ACHA-ULTIMA-ENTREGA SECTION.
           MOVE ZEROS TO ULT-ENTREGA-W.
           MOVE CONTRATO-BUSCA-W TO CONTRATO-L215.
           START LBD215 KEY IS NOT < CONTRATO-L215 INVALID KEY
                 MOVE "10" TO ST-LBD215.
           PERFORM UNTIL ST-LBD215 = "10"
              READ LBD215 NEXT RECORD AT END MOVE "10" TO ST-LBD215
              NOT AT END
                IF CONTRATO-L215 <> CONTRATO-BUSCA-W
                   MOVE "10" TO ST-LBD215
                ELSE
                   IF STATUS-L215 = 1
                      AND DATA-ENTREGA-L215 > ULT-ENTREGA-W
                      MOVE DATA-ENTREGA-L215 TO ULT-ENTREGA-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD215.

      *    SITUACAO DO CLIENTE CLASSIF-W/CODIGO-W: DATAS DO RESUMO E,
      *    PARA CLIENTE DE CONTRATO (CODIGO = CONTRATO), TAMBEM AS
      *    REMESSAS DO PROPRIO CONTRATO.
       AVALIA-CLIENTE SECTION.
           MOVE CLASSIF-W TO CLASSIF-WK.
           MOVE CODIGO-W  TO CODIGO-WK.
           READ WORK INVALID KEY
                MOVE ZEROS TO ULT-RECEB-WK ULT-ENTREGA-WK ABERTO-WK
           END-READ.
           MOVE ULT-RECEB-WK   TO ULT-RECEB-W.
           MOVE ABERTO-WK      TO ABERTO-W.
           MOVE ULT-ENTREGA-WK TO ENTREGA-CONTRATO-W.
           IF CLASSIF-W = 0
              MOVE CODIGO-W TO CONTRATO-BUSCA-W
              PERFORM ACHA-ULTIMA-ENTREGA
              IF ENTREGA-CONTRATO-W > ULT-ENTREGA-W
                 MOVE ENTREGA-CONTRATO-W TO ULT-ENTREGA-W
              END-IF
           ELSE
              MOVE ENTREGA-CONTRATO-W TO ULT-ENTREGA-W
           END-IF.

      *    PENDENCIAS QUE IMPEDEM A ANONIMIZACAO: 1-TITULO EM ABERTO
      *    2-TICKET DO SAC ABERTO  3-NEGATIVACAO (QUALQUER STATUS
      *    ANTES DA EXCLUSAO NO BUREAU).
       VERIFICA-PENDENCIAS SECTION.
           MOVE ZEROS TO PENDENCIA-W.
           IF ABERTO-W = 1
              MOVE 1 TO PENDENCIA-W
              GO VERIFICA-PENDENCIAS-FIM
           END-IF.
           IF TEM-CGD019-W = 1
              MOVE ZEROS TO TICKET-CG19
              START CGD019 KEY IS NOT < TICKET-CG19 INVALID KEY
                    MOVE "10" TO ST-CGD019
              END-START
              PERFORM UNTIL ST-CGD019 = "10"
                 READ CGD019 NEXT RECORD AT END
                      MOVE "10" TO ST-CGD019
                 NOT AT END
                   IF CLASSIF-CLI-CG19 = CLASSIF-W
                      AND COD-CLIENTE-CG19 = CODIGO-W
                      AND STATUS-CG19 = 0
                      MOVE 2 TO PENDENCIA-W
                      MOVE "10" TO ST-CGD019
                   END-IF
                 END-READ
              END-PERFORM
              MOVE "00" TO ST-CGD019
              IF PENDENCIA-W > ZEROS
                 GO VERIFICA-PENDENCIAS-FIM
              END-IF
           END-IF.
           IF TEM-CGD026-W = 1
              MOVE CLASSIF-W TO CLASSIF-CG26
              MOVE CODIGO-W  TO CODIGO-CG26
              READ CGD026 INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF STATUS-CG26 < 3
                      MOVE 3 TO PENDENCIA-W
                   END-IF
              END-READ
           END-IF.
       VERIFICA-PENDENCIAS-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    GERACAO DOS CANDIDATOS
      *----------------------------------------------------------------
      *    DATA DE CORTE = HOJE - N ANOS; ENTREGA E RECEBIMENTO
      *    ANTERIORES AO CORTE POEM O CLIENTE NA LISTA.
       GERA-CANDIDATOS SECTION.
           MOVE ZEROS TO QT-PROPOSTOS-W QT-BLOQ-TITULO-W
                         QT-BLOQ-SAC-W QT-BLOQ-NEGAT-W.
           COMPUTE DATA-CORTE-W = DATA-HOJE-W
                 - ANOS-RETENCAO-CG28 * 10000.
           DISPLAY "CORTE: ENTREGA E RECEBIMENTO ANTERIORES A "
                   DATA-CORTE-W.
           PERFORM MONTA-RESUMO-TITULOS.
           MOVE ZEROS TO COD-COMPL-CG10.
           START CGD010 KEY IS NOT < COD-COMPL-CG10 INVALID KEY
                 MOVE "10" TO ST-CGD010.
           PERFORM UNTIL ST-CGD010 = "10"
              READ CGD010 NEXT RECORD AT END MOVE "10" TO ST-CGD010
              NOT AT END
                IF NOME-CG10 <> MARCA-ANONIMO-W
                   PERFORM AVALIA-CANDIDATO
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CGD010.
           DISPLAY "CANDIDATOS PROPOSTOS: " QT-PROPOSTOS-W.
           DISPLAY "FORA POR TITULO EM ABERTO: " QT-BLOQ-TITULO-W
                   "  SAC ABERTO: " QT-BLOQ-SAC-W
                   "  NEGATIVACAO: " QT-BLOQ-NEGAT-W.

       AVALIA-CANDIDATO SECTION.
           MOVE CLASSIF-CG10 TO CLASSIF-W CLASSIF-CG29.
           MOVE CODIGO-CG10  TO CODIGO-W  CODIGO-CG29.
           READ CGD029 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                GO AVALIA-CANDIDATO-FIM
           END-READ.
           PERFORM AVALIA-CLIENTE.
           IF ULT-ENTREGA-W = ZEROS
              OR ULT-ENTREGA-W >= DATA-CORTE-W
              OR ULT-RECEB-W >= DATA-CORTE-W
              GO AVALIA-CANDIDATO-FIM
           END-IF.
           PERFORM VERIFICA-PENDENCIAS.
           EVALUATE PENDENCIA-W
              WHEN 1 ADD 1 TO QT-BLOQ-TITULO-W
              WHEN 2 ADD 1 TO QT-BLOQ-SAC-W
              WHEN 3 ADD 1 TO QT-BLOQ-NEGAT-W
              WHEN OTHER CONTINUE
           END-EVALUATE.
           IF PENDENCIA-W > ZEROS
              GO AVALIA-CANDIDATO-FIM
           END-IF.
           INITIALIZE REG-CGD029.
           MOVE CLASSIF-W     TO CLASSIF-CG29.
           MOVE CODIGO-W      TO CODIGO-CG29.
           MOVE ULT-ENTREGA-W TO ULT-ENTREGA-CG29.
           MOVE ULT-RECEB-W   TO ULT-RECEBIMENTO-CG29.
           MOVE DATA-HOJE-W   TO DATA-PROPOSTA-CG29.
           MOVE ZEROS         TO STATUS-CG29.
           WRITE REG-CGD029 INVALID KEY CONTINUE END-WRITE.
           ADD 1 TO QT-PROPOSTOS-W.
       AVALIA-CANDIDATO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    APROVACAO PELO SUPERVISOR
      *----------------------------------------------------------------
       APROVA-CANDIDATO SECTION.
           IF SUPERVISOR-CG28 NOT = COD-USUARIO-W
              DISPLAY "SO O SUPERVISOR " SUPERVISOR-CG28
                      " APROVA ANONIMIZACAO"
              GO APROVA-CANDIDATO-FIM
           END-IF.
           DISPLAY "Classificacao do candidato: ".
           ACCEPT CLASSIF-W FROM CONSOLE.
           DISPLAY "Codigo do candidato: ".
           ACCEPT CODIGO-W FROM CONSOLE.
           MOVE CLASSIF-W TO CLASSIF-CG29.
           MOVE CODIGO-W  TO CODIGO-CG29.
           READ CGD029 INVALID KEY
                DISPLAY "CLIENTE NAO E CANDIDATO"
                GO APROVA-CANDIDATO-FIM
           END-READ.
           IF STATUS-CG29 <> ZEROS
              DISPLAY "CANDIDATO JA TRATADO (STATUS "
                      NOME-STATUS-W(STATUS-CG29 + 1) ")"
              GO APROVA-CANDIDATO-FIM
           END-IF.
           MOVE CLASSIF-W TO CLASSIF-CG10.
           MOVE CODIGO-W  TO CODIGO-CG10.
           READ CGD010 INVALID KEY MOVE SPACES TO NOME-CG10
           END-READ.
           DISPLAY NOME-CG10 " - ULT.ENTREGA " ULT-ENTREGA-CG29
                   " ULT.RECEB " ULT-RECEBIMENTO-CG29.
           DISPLAY "Aprovar anonimizacao (1-APROVA 3-REJEITA)? ".
           ACCEPT APROVA-W FROM CONSOLE.
           IF APROVA-W NOT = 1 AND APROVA-W NOT = 3
              DISPLAY "OPCAO INVALIDA"
              GO APROVA-CANDIDATO-FIM
           END-IF.
           MOVE APROVA-W      TO STATUS-CG29.
           MOVE DATA-HOJE-W   TO DATA-APROVACAO-CG29.
           MOVE COD-USUARIO-W TO USUARIO-APROV-CG29.
           REWRITE REG-CGD029 INVALID KEY CONTINUE END-REWRITE.
           DISPLAY "DECISAO REGISTRADA.".
       APROVA-CANDIDATO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    ANONIMIZACAO DOS APROVADOS
      *----------------------------------------------------------------
       EXECUTA-ANONIMIZACAO SECTION.
           IF SUPERVISOR-CG28 NOT = COD-USUARIO-W
              DISPLAY "SO O SUPERVISOR " SUPERVISOR-CG28
                      " EXECUTA A ANONIMIZACAO"
              GO EXECUTA-ANONIMIZACAO-FIM
           END-IF.
           MOVE ZEROS TO QT-APROVADOS-W.
           MOVE ZEROS TO CHAVE-CG29.
           START CGD029 KEY IS NOT < CHAVE-CG29 INVALID KEY
                 MOVE "10" TO ST-CGD029.
           PERFORM UNTIL ST-CGD029 = "10"
              READ CGD029 NEXT RECORD AT END MOVE "10" TO ST-CGD029
              NOT AT END
                IF STATUS-CG29 = 1
                   ADD 1 TO QT-APROVADOS-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CGD029.
           IF QT-APROVADOS-W = ZEROS
              DISPLAY "NENHUM CANDIDATO APROVADO"
              GO EXECUTA-ANONIMIZACAO-FIM
           END-IF.
           DISPLAY QT-APROVADOS-W " CLIENTE(S) APROVADO(S). OS DADOS "
                   "PESSOAIS SERAO APAGADOS SEM RETORNO.".
           DISPLAY "Confirma a anonimizacao (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              DISPLAY "ANONIMIZACAO CANCELADA"
              GO EXECUTA-ANONIMIZACAO-FIM
           END-IF.
           MOVE ZEROS TO QT-ANONIMIZADOS-W QT-BLOQ-TITULO-W
                         QT-BLOQ-SAC-W QT-BLOQ-NEGAT-W.
           PERFORM MONTA-RESUMO-TITULOS.
           MOVE ZEROS TO CHAVE-CG29.
           START CGD029 KEY IS NOT < CHAVE-CG29 INVALID KEY
                 MOVE "10" TO ST-CGD029.
           PERFORM UNTIL ST-CGD029 = "10"
              READ CGD029 NEXT RECORD AT END MOVE "10" TO ST-CGD029
              NOT AT END
                IF STATUS-CG29 = 1
                   PERFORM ANONIMIZA-CLIENTE
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CGD029.
           DISPLAY "ANONIMIZADOS: " QT-ANONIMIZADOS-W.
           DISPLAY "MANTIDOS POR PENDENCIA NOVA - TITULO: "
                   QT-BLOQ-TITULO-W "  SAC: " QT-BLOQ-SAC-W
                   "  NEGATIVACAO: " QT-BLOQ-NEGAT-W.
       EXECUTA-ANONIMIZACAO-FIM.
           EXIT.

      *    AS PENDENCIAS SAO CONFERIDAS DE NOVO: ENTRE A APROVACAO E A
      *    EXECUCAO O CLIENTE PODE TER VOLTADO A COMPRAR OU RECLAMAR.
       ANONIMIZA-CLIENTE SECTION.
           MOVE CLASSIF-CG29 TO CLASSIF-W.
           MOVE CODIGO-CG29  TO CODIGO-W.
           PERFORM AVALIA-CLIENTE.
           PERFORM VERIFICA-PENDENCIAS.
           EVALUATE PENDENCIA-W
              WHEN 1 ADD 1 TO QT-BLOQ-TITULO-W
              WHEN 2 ADD 1 TO QT-BLOQ-SAC-W
              WHEN 3 ADD 1 TO QT-BLOQ-NEGAT-W
              WHEN OTHER CONTINUE
           END-EVALUATE.
           IF PENDENCIA-W > ZEROS
              DISPLAY "CLIENTE " CLASSIF-W "-" CODIGO-W
                      " COM PENDENCIA - NAO ANONIMIZADO"
              GO ANONIMIZA-CLIENTE-FIM
           END-IF.
           MOVE SPACES TO CAMPOS-ANON-CG29.
           MOVE CLASSIF-W TO CLASSIF-CG10.
           MOVE CODIGO-W  TO CODIGO-CG10.
           READ CGD010 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE MARCA-ANONIMO-W TO NOME-CG10
                REWRITE REG-CGD010 INVALID KEY CONTINUE END-REWRITE
                MOVE "CGD010" TO CAMPOS-ANON-CG29(1: 6)
           END-READ.
           MOVE CLASSIF-W TO CLASSIF-CG11.
           MOVE CODIGO-W  TO CODIGO-CG11.
           READ CGD011 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                PERFORM LIMPA-COMPLEMENTO
                REWRITE REG-CGD011 INVALID KEY CONTINUE END-REWRITE
                MOVE "CGD011" TO CAMPOS-ANON-CG29(8: 6)
           END-READ.
           PERFORM LIMPA-CARTOES.
           IF QT-CARTOES-W > ZEROS
              MOVE "CRD020" TO CAMPOS-ANON-CG29(15: 6)
           END-IF.
           MOVE 2             TO STATUS-CG29.
           MOVE DATA-HOJE-W   TO DATA-ANONIM-CG29.
           MOVE COD-USUARIO-W TO USUARIO-ANONIM-CG29.
           MOVE QT-CARTOES-W  TO QT-CARTOES-CG29.
           REWRITE REG-CGD029 INVALID KEY CONTINUE END-REWRITE.
           ADD 1 TO QT-ANONIMIZADOS-W.
       ANONIMIZA-CLIENTE-FIM.
           EXIT.

      *    SAEM ENDERECOS, CONTATOS, DOCUMENTOS, NASCIMENTO E NOMES DOS
      *    PAIS; FICAM CHAVE, CIDADES, TURMA/TURNO E SITUACAO.
       LIMPA-COMPLEMENTO SECTION.
           MOVE MARCA-ANONIMO-W TO ENDERECO1-CG11.
           MOVE SPACES TO BAIRRO1-CG11 COMPLEMENTO1-CG11 E-MAIL1-CG11
                          PONTO-REFER1-CG11 RG1-CG11
                          ORGAO-EXPEDICAO1-CG11 SEXO1-CG11.
           MOVE ZEROS  TO CEP1-CG11 FONE1-CG11 CX-POSTAL1-CG11
                          CPF1-CG11 DT-EXPEDICAO1-CG11 FAX1-CG11
                          DDD-CELULAR1-CG11 CELULAR1-CG11
                          DATA-NASC1-CG11.
           MOVE SPACES TO ENDERECO2-CG11 BAIRRO2-CG11
                          COMPLEMENTO2-CG11 PONTO-REFER2-CG11
                          E-MAIL2-CG11 RG2-CG11 ORGAO-EXPEDICAO2-CG11
                          SEXO2-CG11.
           MOVE ZEROS  TO CEP2-CG11 FONE2-CG11 RAMAL2-CG11
                          CX-POSTAL2-CG11 CPF2-CG11 DT-EXPEDICAO2-CG11
                          DDD-CELULAR2-CG11 CELULAR2-CG11 FAX2-CG11
                          DATA-NASC2-CG11.
           MOVE SPACES TO NOME-PAI-CG11 NOME-MAE-CG11
                          ENDERECO-PAIS-CG11 COMPLEMENTO-PAIS-CG11
                          BAIRRO-PAIS-CG11.
           MOVE ZEROS  TO FONE-PAIS-CG11 DDD-CELULAR-PAIS-CG11
                          CELULAR-PAIS-CG11 CEP-PAIS-CG11.
           MOVE SPACES TO ENDERECO-REP-CG11 BAIRRO-REP-CG11.
           MOVE ZEROS  TO CEP-REP-CG11.
           MOVE SPACES TO EMPRESA-CG11 ENDERECO3-CG11
                          COMPLEMENTO3-CG11 PONTO-REFER3-CG11
                          BAIRRO3-CG11.
           MOVE ZEROS  TO CEP3-CG11 FONE3-CG11 RAMAL3-CG11
                          CX-POSTAL3-CG11.
           MOVE ZEROS  TO DATA-VALIDADE-RG1-CG11
                          DATA-VALIDADE-RG2-CG11.

      *    CARTOES SAO GRAVADOS PELO CODIGO DO CLIENTE (CRD020): SAEM
      *    NOME IMPRESSO, FINAL, VALIDADE E TOKEN DA ADQUIRENTE.
       LIMPA-CARTOES SECTION.
           MOVE ZEROS TO QT-CARTOES-W.
           IF TEM-CRD020-W = ZEROS
              GO LIMPA-CARTOES-FIM
           END-IF.
           MOVE CODIGO-W TO COD-CLIENTE-CR20.
           MOVE ZEROS    TO SEQ-CARTAO-CR20.
           START CRD020 KEY IS NOT < CHAVE-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END MOVE "10" TO ST-CRD020
              NOT AT END
                IF COD-CLIENTE-CR20 <> CODIGO-W
                   MOVE "10" TO ST-CRD020
                ELSE
                   MOVE MARCA-ANONIMO-W TO NOME-CARTAO-CR20
                   MOVE ZEROS  TO ULT4-CARTAO-CR20 VALIDADE-CR20
                                  DATA-TOKEN-CR20
                   MOVE SPACES TO TOKEN-CR20
                   REWRITE REG-CRD020 INVALID KEY CONTINUE
                   END-REWRITE
                   ADD 1 TO QT-CARTOES-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD020.
       LIMPA-CARTOES-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    LISTAGEM DE CANDIDATOS E DIARIO
      *----------------------------------------------------------------
       LISTA-CANDIDATOS SECTION.
           MOVE ZEROS TO PAGE-COUNT.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           MOVE ZEROS TO CHAVE-CG29.
           START CGD029 KEY IS NOT < CHAVE-CG29 INVALID KEY
                 MOVE "10" TO ST-CGD029.
           PERFORM UNTIL ST-CGD029 = "10"
              READ CGD029 NEXT RECORD AT END MOVE "10" TO ST-CGD029
              NOT AT END
                PERFORM IMPRIME-CANDIDATO
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CGD029.
           CLOSE RELAT.
           DISPLAY "RELATORIO IMPRESSO.".

       IMPRIME-CANDIDATO SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE CLASSIF-CG29 TO LINDET-REL(1: 1).
           MOVE CODIGO-CG29  TO LINDET-REL(4: 8).
           MOVE CLASSIF-CG29 TO CLASSIF-CG10.
           MOVE CODIGO-CG29  TO CODIGO-CG10.
           READ CGD010 INVALID KEY MOVE SPACES TO NOME-CG10
           END-READ.
           MOVE NOME-CG10(1: 30) TO LINDET-REL(13: 30).
           MOVE ULT-ENTREGA-CG29 TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-ED-W TO LINDET-REL(44: 10).
           MOVE ULT-RECEBIMENTO-CG29 TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-ED-W TO LINDET-REL(55: 10).
           MOVE NOME-STATUS-W(STATUS-CG29 + 1) TO LINDET-REL(66: 11).
           IF DATA-APROVACAO-CG29 > ZEROS
              MOVE DATA-APROVACAO-CG29 TO DATA-CONV-W
              PERFORM CONVERTE-DATA
              MOVE DATA-ED-W TO LINDET-REL(78: 10)
           END-IF.
           IF DATA-ANONIM-CG29 > ZEROS
              MOVE DATA-ANONIM-CG29 TO DATA-CONV-W
              PERFORM CONVERTE-DATA
              MOVE DATA-ED-W TO LINDET-REL(89: 10)
           END-IF.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF STATUS-CG29 = 2
              MOVE SPACES TO LINDET-REL
              STRING "   ARQUIVOS: " CAMPOS-ANON-CG29
                     "  CARTOES: " QT-CARTOES-CG29
                     "  POR USUARIO " USUARIO-ANONIM-CG29
                     DELIMITED BY SIZE INTO LINDET-REL
              WRITE REG-RELAT FROM LINDET
              ADD 1 TO LIN
           END-IF.
           IF LIN > 56 PERFORM CABECALHO END-IF.

       CONVERTE-DATA SECTION.
           MOVE DATA-CONV-W(7: 2) TO DATA-DDMMAAAA-W(1: 2).
           MOVE DATA-CONV-W(5: 2) TO DATA-DDMMAAAA-W(3: 2).
           MOVE DATA-CONV-W(1: 4) TO DATA-DDMMAAAA-W(5: 4).
           MOVE DATA-DDMMAAAA-W   TO DATA-ED-W.

       CABECALHO SECTION.
           ADD 1 TO PAGE-COUNT.  MOVE PAGE-COUNT TO PAG-REL.
           MOVE ANOS-RETENCAO-CG28 TO ANOS-REL.
           IF PAGE-COUNT = 1
              WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           MOVE 6 TO LIN.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD010 CGD011 CRD100 CRD110 LBD215 CGD028 CGD029.
           IF TEM-CGD019-W = 1 CLOSE CGD019 END-IF.
           IF TEM-CGD026-W = 1 CLOSE CGD026 END-IF.
           IF TEM-CRD020-W = 1 CLOSE CRD020 END-IF.
           IF ERRO-W = 0
              CLOSE WORK
              DELETE FILE WORK
           END-IF.
           EXIT PROGRAM.
