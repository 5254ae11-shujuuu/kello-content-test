       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG029.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Segregação de funções sobre as autorizações de
      *programa (LOGD008). Mantém a tabela de regras LOGD024 - grupos
      *de programas que um mesmo usuário não deve acumular - e emite
      *o relatório de conflitos do período:
      *  PARTE 1: usuários com acesso a dois ou mais programas do
      *           mesmo grupo, avaliando a decisão específica do
      *           usuário e, na falta dela, a regra padrão do usuário
      *           ZEROS (programa sem regra = entrada livre). A linha
      *           "PADRAO" mostra o conflito que vale para qualquer
      *           usuário sem regra própria;
      *  PARTE 2: títulos de CPD020 em que a mesma pessoa fez os dois
      *           lados no período - lançou e aprovou (CPD044),
      *           lançou ou aprovou e emitiu o cheque (CPD053);
      *  PARTE 3: logins que de fato abriram dois ou mais programas
      *           do mesmo grupo no período (LOGACESS, status
      *           "ABERTO"). A conciliação do CXP022 não grava
      *           usuário por título, por isso só aparece aqui.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LOGX024.
           COPY LOGX008.
           COPY LOGX020.
           COPY CPPX044.
           COPY CPPX053.
           COPY LOGACESS.SEL.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY LOGW024.
       COPY LOGW008.
       COPY LOGW020.
       COPY CPPW044.
       COPY CPPW053.
       COPY LOGACESS.FD.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-LOGD024            PIC XX       VALUE SPACES.
           05  ST-LOGD008            PIC XX       VALUE SPACES.
           05  ST-LOGD021            PIC XX       VALUE SPACES.
           05  ST-CPD044             PIC XX       VALUE SPACES.
           05  ST-CPD053             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  LOGD008-EXISTE-W      PIC 9        VALUE ZEROS.
           05  LOGD021-EXISTE-W      PIC 9        VALUE ZEROS.
           05  CPD044-EXISTE-W       PIC 9        VALUE ZEROS.
           05  CPD053-EXISTE-W       PIC 9        VALUE ZEROS.
           05  LOGACESS-EXISTE-W     PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  GRUPO-W               PIC 9(3)     VALUE ZEROS.
           05  PROGRAMA-W            PIC X(8)     VALUE SPACES.
           05  DATA-INICIAL-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-FINAL-W          PIC 9(8)     VALUE ZEROS.
      *    AVALIACAO DOS GRUPOS (PARTES 1 E 3)
           05  PARTE-W               PIC 9        VALUE ZEROS.
           05  GRUPO-ATUAL-W         PIC 9(3)     VALUE ZEROS.
           05  IND-G                 PIC 9(3)     VALUE ZEROS.
           05  QT-NO-GRUPO-W         PIC 9(3)     VALUE ZEROS.
           05  LISTA-PROG-W          PIC X(54)    VALUE SPACES.
           05  PONT-LISTA-W          PIC 9(3)     VALUE ZEROS.
           05  QUEM-W                PIC X(8)     VALUE SPACES.
           05  QUEM-COD-W            PIC 9(6)     VALUE ZEROS.
           05  LOGIN-ATUAL-W         PIC X(8)     VALUE SPACES.
           05  QT-MARCADOS-W         PIC 9(3)     VALUE ZEROS.
      *    PARTE 2: PAR DE PROGRAMAS DO MESMO GRUPO?
           05  PROG-A-W              PIC X(8)     VALUE SPACES.
           05  PROG-B-W              PIC X(8)     VALUE SPACES.
           05  PAR-CONFLITA-W        PIC 9        VALUE ZEROS.
           05  IND-A                 PIC 9(3)     VALUE ZEROS.
           05  IND-B                 PIC 9(3)     VALUE ZEROS.
           05  DESCR-CONFLITO-W      PIC X(40)    VALUE SPACES.
           05  USUARIO-CONFLITO-W    PIC 9(6)     VALUE ZEROS.
           05  DATA-CONFLITO-W       PIC 9(8)     VALUE ZEROS.
           05  QT-PARTE1-W           PIC 9(5)     VALUE ZEROS.
           05  QT-PARTE2-W           PIC 9(5)     VALUE ZEROS.
           05  QT-PARTE3-W           PIC 9(5)     VALUE ZEROS.
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
      *    REGRAS CARREGADAS DO LOGD024, EM ORDEM DE GRUPO. PADRAO =
      *    ACESSO DE QUEM NAO TEM REGRA PROPRIA; MARCA = ACESSO DO
      *    USUARIO AVALIADO (PARTE 1) OU PROGRAMA ABERTO (PARTE 3).
      *    A POSICAO SEGUINTE A ULTIMA REGRA FICA ZERADA.
       01  TAB-REGRAS.
           05  QT-REGRAS-W           PIC 9(3)     VALUE ZEROS.
           05  IND-R                 PIC 9(3)     VALUE ZEROS.
           05  TR-ITEM OCCURS 101 TIMES.
               10  TR-GRUPO          PIC 9(3).
               10  TR-PROGRAMA       PIC X(8).
               10  TR-DESCR          PIC X(30).
               10  TR-PADRAO         PIC 9.
               10  TR-MARCA          PIC 9.
      *    USUARIOS CONHECIDOS (LOGD008 E LOGD021)
       01  TAB-USUARIOS.
           05  QT-USUARIOS-W         PIC 9(4)     VALUE ZEROS.
           05  IND-U                 PIC 9(4)     VALUE ZEROS.
           05  ACHOU-USUARIO-W       PIC 9        VALUE ZEROS.
           05  TU-USUARIO            PIC 9(6) OCCURS 999 TIMES.

       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(50)   VALUE
           "CONFLITOS DE SEGREGACAO DE FUNCOES".
           05  FILLER              PIC X(07)   VALUE "DE:    ".
           05  DATA-INI-REL        PIC 99/99/9999 VALUE ZEROS.
           05  FILLER              PIC X(05)   VALUE " ATE:".
           05  DATA-FIM-REL        PIC 99/99/9999 VALUE ZEROS.
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(100)  VALUE
           "PARTE 1 - ACESSOS CONCEDIDOS QUE SE ACUMULAM (LOGD008)".
       01  CAB05.
           05  FILLER              PIC X(100)  VALUE
           "USUARIO  GRP DESCRICAO DO GRUPO           PROGRAMAS".
       01  CAB06.
           05  FILLER              PIC X(100)  VALUE
           "PARTE 2 - MESMA PESSOA NOS DOIS LADOS DO TITULO (CPD044/CPD0
      -    "53)".
       01  CAB07.
           05  FILLER              PIC X(100)  VALUE
           "FORNEC SEQ   USUARIO CONFLITO                              
      -    "   DATA".
       01  CAB08.
           05  FILLER              PIC X(100)  VALUE
           "PARTE 3 - PROGRAMAS CONFLITANTES ABERTOS NO PERIODO (LOGACES
      -    "S)".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINTOT.
           05  DESCR-TOT-REL       PIC X(30)   VALUE SPACES.
           05  QT-TOT-REL          PIC ZZ.ZZ9.
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
           MOVE ZEROS TO ERRO-W.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE NOME-EMPRESA-W     TO EMPRESA-REL
           MOVE "LOGD024" TO ARQ-REC.  MOVE EMPRESA-REF
               TO PATH-LOGD024.
           MOVE "LOGD008" TO ARQ-REC.  MOVE EMPRESA-REF
               TO PATH-LOGD008.
           MOVE "LOGD021" TO ARQ-REC.  MOVE EMPRESA-REF
               TO PATH-LOGD021.
           MOVE "CPD044" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD044.
           MOVE "CPD053" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD053.
           MOVE "LOGACESS" TO ARQ-REC.  MOVE EMPRESA-REF
               TO ARQUIVO-LOGACESS.
           OPEN I-O LOGD024.
           IF ST-LOGD024 = "35"
              OPEN OUTPUT LOGD024
              CLOSE       LOGD024
              OPEN I-O    LOGD024
           END-IF.
           IF ST-LOGD024 <> "00"
              DISPLAY "ERRO ABERTURA LOGD024: " ST-LOGD024
              MOVE 1 TO ERRO-W.
      *    OS DEMAIS ARQUIVOS SAO OPCIONAIS: A EMPRESA QUE AINDA NAO
      *    ADOTOU O CONTROLE (LOGD008), A SENHA (LOGD021) OU O DUPLO
      *    COMANDO (CPD044) SO TEM AQUELA PARTE VAZIA NO RELATORIO.
           OPEN INPUT LOGD008.
           IF ST-LOGD008 = "00"
              MOVE 1 TO LOGD008-EXISTE-W
           END-IF.
           OPEN INPUT LOGD021.
           IF ST-LOGD021 = "00"
              MOVE 1 TO LOGD021-EXISTE-W
           END-IF.
           OPEN INPUT CPD044.
           IF ST-CPD044 = "00"
              MOVE 1 TO CPD044-EXISTE-W
           END-IF.
           OPEN INPUT CPD053.
           IF ST-CPD053 = "00"
              MOVE 1 TO CPD053-EXISTE-W
           END-IF.
           OPEN INPUT LOGACESS.
           IF FS-LOGACESS = "00"
              MOVE 1 TO LOGACESS-EXISTE-W
           END-IF.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "LOG029" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA LOG029"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           DISPLAY "OPCAO (1-INCLUIR  2-EXCLUIR  3-REGRAS  "
                   "4-CARGA PADRAO  5-RELATORIO  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM INCLUI-REGRA
              WHEN 2 PERFORM EXCLUI-REGRA
              WHEN 3 PERFORM LISTA-REGRAS
              WHEN 4 PERFORM CARGA-PADRAO
              WHEN 5 PERFORM RELATORIO-CONFLITOS
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    MANUTENCAO DAS REGRAS (LOGD024)
      *----------------------------------------------------------------
       INCLUI-REGRA SECTION.
           DISPLAY "Grupo (1-999, 0 = VOLTAR): ".
           ACCEPT GRUPO-W FROM CONSOLE.
           IF GRUPO-W = ZEROS
              GO INCLUI-REGRA-FIM
           END-IF.
           DISPLAY "Programa (PROGRAM-ID): ".
           ACCEPT PROGRAMA-W FROM CONSOLE.
           INSPECT PROGRAMA-W CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF PROGRAMA-W = SPACES
              GO INCLUI-REGRA-FIM
           END-IF.
      *    A DESCRICAO DO GRUPO VEM DO PRIMEIRO PROGRAMA JA GRAVADO.
           MOVE SPACES  TO DESCR-GRUPO-L024.
           MOVE GRUPO-W TO GRUPO-L024.
           MOVE SPACES  TO PROGRAMA-L024.
           START LOGD024 KEY IS NOT < CHAVE-L024 INVALID KEY
                 MOVE "10" TO ST-LOGD024.
           IF ST-LOGD024 <> "10"
              READ LOGD024 NEXT RECORD AT END
                   MOVE SPACES TO DESCR-GRUPO-L024
                 NOT AT END
                   IF GRUPO-L024 <> GRUPO-W
                      MOVE SPACES TO DESCR-GRUPO-L024
                   END-IF
              END-READ
           END-IF.
           MOVE ZEROS TO ST-LOGD024.
           IF DESCR-GRUPO-L024 = SPACES
              DISPLAY "Descricao do grupo: "
              ACCEPT DESCR-GRUPO-L024 FROM CONSOLE
           ELSE
              DISPLAY "GRUPO: " DESCR-GRUPO-L024
           END-IF.
           MOVE GRUPO-W    TO GRUPO-L024.
           MOVE PROGRAMA-W TO PROGRAMA-L024.
           DISPLAY "Funcao do programa no grupo: ".
           ACCEPT FUNCAO-L024 FROM CONSOLE.
           MOVE COD-USUARIO-W TO DIGITADOR-L024.
           WRITE REG-LOGD024 INVALID KEY
                REWRITE REG-LOGD024 INVALID KEY
                     DISPLAY "ERRO GRAVACAO LOGD024: " ST-LOGD024
                END-REWRITE
           END-WRITE.
           DISPLAY "REGRA GRAVADA.".
       INCLUI-REGRA-FIM.
           EXIT.

       EXCLUI-REGRA SECTION.
           DISPLAY "Grupo: ".
           ACCEPT GRUPO-W FROM CONSOLE.
           DISPLAY "Programa: ".
           ACCEPT PROGRAMA-W FROM CONSOLE.
           INSPECT PROGRAMA-W CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE GRUPO-W    TO GRUPO-L024.
           MOVE PROGRAMA-W TO PROGRAMA-L024.
           READ LOGD024 INVALID KEY
                DISPLAY "REGRA NAO ENCONTRADA"
                GO EXCLUI-REGRA-FIM
           END-READ.
           DISPLAY "GRUPO " GRUPO-L024 " " DESCR-GRUPO-L024 " - "
                   PROGRAMA-L024 " " FUNCAO-L024.
           DISPLAY "Confirma exclusao (S/N): ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W = "S" OR "s"
              DELETE LOGD024 INVALID KEY
                   DISPLAY "ERRO EXCLUSAO LOGD024: " ST-LOGD024
              END-DELETE
              DISPLAY "REGRA EXCLUIDA."
           END-IF.
       EXCLUI-REGRA-FIM.
           EXIT.

       LISTA-REGRAS SECTION.
           MOVE ZEROS  TO GRUPO-L024.
           MOVE SPACES TO PROGRAMA-L024.
           START LOGD024 KEY IS NOT < CHAVE-L024 INVALID KEY
                 MOVE "10" TO ST-LOGD024.
           PERFORM UNTIL ST-LOGD024 = "10"
              READ LOGD024 NEXT RECORD AT END MOVE "10" TO ST-LOGD024
              NOT AT END
                DISPLAY GRUPO-L024 " " DESCR-GRUPO-L024 " "
                        PROGRAMA-L024 " " FUNCAO-L024
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LOGD024.

      *    GRUPO 001 - O CICLO DO TITULO A PAGAR APONTADO PELA
      *    AUDITORIA. REGRAS JA EXISTENTES NAO SAO ALTERADAS.
       CARGA-PADRAO SECTION.
           MOVE 1                  TO GRUPO-L024.
           MOVE "CONTAS A PAGAR - CICLO TITULO" TO DESCR-GRUPO-L024.
           MOVE COD-USUARIO-W      TO DIGITADOR-L024.
           MOVE "CPP055"           TO PROGRAMA-L024.
           MOVE "LANCAR TITULO"    TO FUNCAO-L024.
           WRITE REG-LOGD024 INVALID KEY CONTINUE END-WRITE.
           MOVE "CPP060"           TO PROGRAMA-L024.
           MOVE "APROVAR TITULO"   TO FUNCAO-L024.
           WRITE REG-LOGD024 INVALID KEY CONTINUE END-WRITE.
           MOVE "CPP070"           TO PROGRAMA-L024.
           MOVE "EMITIR CHEQUE"    TO FUNCAO-L024.
           WRITE REG-LOGD024 INVALID KEY CONTINUE END-WRITE.
           MOVE "CXP022"           TO PROGRAMA-L024.
           MOVE "CONCILIAR BANCO"  TO FUNCAO-L024.
           WRITE REG-LOGD024 INVALID KEY CONTINUE END-WRITE.
           DISPLAY "GRUPO 001 CARREGADO (CPP055 CPP060 CPP070 CXP022)".

      *----------------------------------------------------------------
      *    RELATORIO DE CONFLITOS
      *----------------------------------------------------------------
       RELATORIO-CONFLITOS SECTION.
           DISPLAY "Data inicial (AAAAMMDD): ".
           ACCEPT DATA-INICIAL-W FROM CONSOLE.
           DISPLAY "Data final (AAAAMMDD): ".
           ACCEPT DATA-FINAL-W FROM CONSOLE.
           IF DATA-FINAL-W < DATA-INICIAL-W
              DISPLAY "PERIODO INVALIDO"
              GO RELATORIO-CONFLITOS-FIM
           END-IF.
           PERFORM CARREGA-REGRAS.
           IF QT-REGRAS-W = ZEROS
              DISPLAY "NENHUMA REGRA NO LOGD024 (OPCAO 1 OU 4)"
              GO RELATORIO-CONFLITOS-FIM
           END-IF.
           MOVE DATA-INICIAL-W TO DATA-INV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-ED-W      TO DATA-INI-REL.
           MOVE DATA-FINAL-W   TO DATA-INV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-ED-W      TO DATA-FIM-REL.
           MOVE ZEROS TO PAGE-COUNT QT-PARTE1-W QT-PARTE2-W
                         QT-PARTE3-W.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB05.
           WRITE REG-RELAT FROM CAB03.
           ADD 3 TO LIN.
           MOVE 1 TO PARTE-W.
           PERFORM PARTE-CONCESSOES.
           MOVE "CONCESSOES CONFLITANTES.....: " TO DESCR-TOT-REL.
           MOVE QT-PARTE1-W TO QT-TOT-REL.
           WRITE REG-RELAT FROM LINTOT AFTER 2.
           ADD 2 TO LIN.
           IF LIN > 50 PERFORM CABECALHO END-IF.
           WRITE REG-RELAT FROM CAB06 AFTER 2.
           WRITE REG-RELAT FROM CAB07.
           WRITE REG-RELAT FROM CAB03.
           ADD 4 TO LIN.
           MOVE 2 TO PARTE-W.
           PERFORM PARTE-TITULOS.
           MOVE "TITULOS COM OS DOIS LADOS...: " TO DESCR-TOT-REL.
           MOVE QT-PARTE2-W TO QT-TOT-REL.
           WRITE REG-RELAT FROM LINTOT AFTER 2.
           ADD 2 TO LIN.
           IF LIN > 50 PERFORM CABECALHO END-IF.
           WRITE REG-RELAT FROM CAB08 AFTER 2.
           WRITE REG-RELAT FROM CAB05.
           WRITE REG-RELAT FROM CAB03.
           ADD 4 TO LIN.
           MOVE 3 TO PARTE-W.
           PERFORM PARTE-USO-EFETIVO.
           MOVE "LOGINS COM USO CONFLITANTE..: " TO DESCR-TOT-REL.
           MOVE QT-PARTE3-W TO QT-TOT-REL.
           WRITE REG-RELAT FROM LINTOT AFTER 2.
           CLOSE RELAT.
           DISPLAY "CONCESSOES: " QT-PARTE1-W "  TITULOS: "
                   QT-PARTE2-W "  USO: " QT-PARTE3-W.
           DISPLAY "RELATORIO IMPRESSO.".
       RELATORIO-CONFLITOS-FIM.
           EXIT.

      *    REGRAS EM MEMORIA, COM O ACESSO PADRAO DE CADA PROGRAMA:
      *    SEM REGRA DO USUARIO ZEROS A ENTRADA E LIVRE (1).
       CARREGA-REGRAS SECTION.
           MOVE ZEROS TO QT-REGRAS-W.
           MOVE ZEROS  TO GRUPO-L024.
           MOVE SPACES TO PROGRAMA-L024.
           START LOGD024 KEY IS NOT < CHAVE-L024 INVALID KEY
                 MOVE "10" TO ST-LOGD024.
           PERFORM UNTIL ST-LOGD024 = "10"
              READ LOGD024 NEXT RECORD AT END MOVE "10" TO ST-LOGD024
              NOT AT END
                IF QT-REGRAS-W < 100
                   ADD 1 TO QT-REGRAS-W
                   MOVE GRUPO-L024       TO TR-GRUPO(QT-REGRAS-W)
                   MOVE PROGRAMA-L024    TO TR-PROGRAMA(QT-REGRAS-W)
                   MOVE DESCR-GRUPO-L024 TO TR-DESCR(QT-REGRAS-W)
                   MOVE 1                TO TR-PADRAO(QT-REGRAS-W)
                   MOVE ZEROS            TO TR-MARCA(QT-REGRAS-W)
                   IF LOGD008-EXISTE-W = 1
                      MOVE ZEROS         TO USUARIO-L008
                      MOVE PROGRAMA-L024 TO PROGRAMA-L008
                      READ LOGD008 INVALID KEY CONTINUE
                        NOT INVALID KEY
                          MOVE PERMITE-L008
                            TO TR-PADRAO(QT-REGRAS-W)
                      END-READ
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LOGD024.
           INITIALIZE TR-ITEM(QT-REGRAS-W + 1).

      *----------------------------------------------------------------
      *    PARTE 1 - CONCESSOES (LOGD008)
      *----------------------------------------------------------------
       PARTE-CONCESSOES SECTION.
      *    QUEM NAO TEM REGRA PROPRIA FICA COM O PADRAO.
           PERFORM VARYING IND-R FROM 1 BY 1 UNTIL IND-R > QT-REGRAS-W
              MOVE TR-PADRAO(IND-R) TO TR-MARCA(IND-R)
           END-PERFORM.
           MOVE "PADRAO" TO QUEM-W.
           PERFORM AVALIA-GRUPOS.
           IF LOGD008-EXISTE-W = ZEROS
              GO PARTE-CONCESSOES-FIM
           END-IF.
           PERFORM CARREGA-USUARIOS.
           PERFORM VARYING IND-U FROM 1 BY 1
                   UNTIL IND-U > QT-USUARIOS-W
              PERFORM VARYING IND-R FROM 1 BY 1
                      UNTIL IND-R > QT-REGRAS-W
                 MOVE TU-USUARIO(IND-U)  TO USUARIO-L008
                 MOVE TR-PROGRAMA(IND-R) TO PROGRAMA-L008
                 READ LOGD008 INVALID KEY
                      MOVE TR-PADRAO(IND-R) TO TR-MARCA(IND-R)
                   NOT INVALID KEY
                      MOVE PERMITE-L008     TO TR-MARCA(IND-R)
                 END-READ
              END-PERFORM
              MOVE TU-USUARIO(IND-U) TO QUEM-COD-W
              MOVE QUEM-COD-W        TO QUEM-W
              PERFORM AVALIA-GRUPOS
           END-PERFORM.
       PARTE-CONCESSOES-FIM.
           EXIT.

      *    USUARIOS COM REGRA NO LOGD008 OU SENHA NO LOGD021 (ESTES
      *    SO TEM O ACESSO PADRAO, MAS TAMBEM ENTRAM NOS PROGRAMAS).
       CARREGA-USUARIOS SECTION.
           MOVE ZEROS TO QT-USUARIOS-W.
           MOVE 1      TO USUARIO-L008.
           MOVE SPACES TO PROGRAMA-L008.
           START LOGD008 KEY IS NOT < CHAVE-L008 INVALID KEY
                 MOVE "10" TO ST-LOGD008.
           PERFORM UNTIL ST-LOGD008 = "10"
              READ LOGD008 NEXT RECORD AT END MOVE "10" TO ST-LOGD008
              NOT AT END
                MOVE USUARIO-L008 TO QUEM-COD-W
                PERFORM INCLUI-USUARIO
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LOGD008.
           IF LOGD021-EXISTE-W = 1
              MOVE 1 TO USUARIO-L021
              START LOGD021 KEY IS NOT < USUARIO-L021 INVALID KEY
                    MOVE "10" TO ST-LOGD021
              END-START
              PERFORM UNTIL ST-LOGD021 = "10"
                 READ LOGD021 NEXT RECORD AT END
                      MOVE "10" TO ST-LOGD021
                 NOT AT END
                   MOVE USUARIO-L021 TO QUEM-COD-W
                   PERFORM INCLUI-USUARIO
                 END-READ
              END-PERFORM
              MOVE ZEROS TO ST-LOGD021
           END-IF.

       INCLUI-USUARIO SECTION.
           MOVE ZEROS TO ACHOU-USUARIO-W.
           PERFORM VARYING IND-U FROM 1 BY 1
                   UNTIL IND-U > QT-USUARIOS-W
              IF TU-USUARIO(IND-U) = QUEM-COD-W
                 MOVE 1 TO ACHOU-USUARIO-W
              END-IF
           END-PERFORM.
           IF ACHOU-USUARIO-W = ZEROS AND QT-USUARIOS-W < 999
              ADD 1 TO QT-USUARIOS-W
              MOVE QUEM-COD-W TO TU-USUARIO(QT-USUARIOS-W)
           END-IF.

      *    PERCORRE AS REGRAS GRUPO A GRUPO; DUAS OU MAIS MARCAS NO
      *    MESMO GRUPO = CONFLITO DE QUEM-W.
       AVALIA-GRUPOS SECTION.
           MOVE 1 TO IND-R.
           PERFORM UNTIL IND-R > QT-REGRAS-W
              MOVE TR-GRUPO(IND-R) TO GRUPO-ATUAL-W
              MOVE IND-R           TO IND-G
              MOVE ZEROS           TO QT-NO-GRUPO-W
              MOVE SPACES          TO LISTA-PROG-W
              MOVE 1               TO PONT-LISTA-W
              PERFORM UNTIL IND-R > QT-REGRAS-W
                         OR TR-GRUPO(IND-R) <> GRUPO-ATUAL-W
                 IF TR-MARCA(IND-R) = 1
                    ADD 1 TO QT-NO-GRUPO-W
                    STRING TR-PROGRAMA(IND-R) DELIMITED BY SPACE
                           " "                DELIMITED BY SIZE
                           INTO LISTA-PROG-W
                           WITH POINTER PONT-LISTA-W
                           ON OVERFLOW CONTINUE
                    END-STRING
                 END-IF
                 ADD 1 TO IND-R
              END-PERFORM
              IF QT-NO-GRUPO-W > 1
                 PERFORM IMPRIME-CONFLITO-GRUPO
              END-IF
           END-PERFORM.

       IMPRIME-CONFLITO-GRUPO SECTION.
           MOVE SPACES          TO LINDET-REL.
           MOVE QUEM-W          TO LINDET-REL(1: 8).
           MOVE GRUPO-ATUAL-W   TO LINDET-REL(10: 3).
           MOVE TR-DESCR(IND-G) TO LINDET-REL(14: 30).
           MOVE LISTA-PROG-W    TO LINDET-REL(45: 54).
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.
           IF PARTE-W = 1
              ADD 1 TO QT-PARTE1-W
           ELSE
              ADD 1 TO QT-PARTE3-W
           END-IF.

      *----------------------------------------------------------------
      *    PARTE 2 - MESMA PESSOA NOS DOIS LADOS DO TITULO
      *----------------------------------------------------------------
       PARTE-TITULOS SECTION.
           IF CPD044-EXISTE-W = ZEROS
              GO PARTE-TITULOS-FIM
           END-IF.
           MOVE ZEROS TO FORNEC-CP44 SEQ-CP44.
           START CPD044 KEY IS NOT < CHAVE-CP44 INVALID KEY
                 MOVE "10" TO ST-CPD044.
           PERFORM UNTIL ST-CPD044 = "10"
              READ CPD044 NEXT RECORD AT END MOVE "10" TO ST-CPD044
              NOT AT END
                PERFORM VERIFICA-TITULO
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CPD044.
       PARTE-TITULOS-FIM.
           EXIT.

      *    CADA PAR SO CONTA SE OS DOIS PROGRAMAS ESTAO NUM MESMO
      *    GRUPO DO LOGD024 E SE UM DOS DOIS ATOS CAIU NO PERIODO.
       VERIFICA-TITULO SECTION.
           IF USUARIO-APROV-CP44 > ZEROS
              AND USUARIO-APROV-CP44 = USUARIO-CRIACAO-CP44
              AND ((DATA-CRIACAO-CP44 NOT < DATA-INICIAL-W
                    AND DATA-CRIACAO-CP44 NOT > DATA-FINAL-W)
               OR  (DATA-APROV-CP44 NOT < DATA-INICIAL-W
                    AND DATA-APROV-CP44 NOT > DATA-FINAL-W))
              MOVE "CPP055" TO PROG-A-W
              MOVE "CPP060" TO PROG-B-W
              PERFORM VERIFICA-PAR
              IF PAR-CONFLITA-W = 1
                 MOVE "LANCOU E APROVOU (CPP055/CPP060)"
                   TO DESCR-CONFLITO-W
                 MOVE USUARIO-CRIACAO-CP44 TO USUARIO-CONFLITO-W
                 MOVE DATA-APROV-CP44      TO DATA-CONFLITO-W
                 PERFORM IMPRIME-CONFLITO-TITULO
              END-IF
           END-IF.
           IF CPD053-EXISTE-W = ZEROS
              GO VERIFICA-TITULO-FIM
           END-IF.
           MOVE FORNEC-CP44 TO FORNEC-CP53.
           MOVE SEQ-CP44    TO SEQ-CP53.
           START CPD053 KEY IS = CHAVE-TITULO-CP53 INVALID KEY
                 MOVE "10" TO ST-CPD053.
           PERFORM UNTIL ST-CPD053 = "10"
              READ CPD053 NEXT RECORD AT END MOVE "10" TO ST-CPD053
              NOT AT END
                IF FORNEC-CP53 <> FORNEC-CP44
                   OR SEQ-CP53 <> SEQ-CP44
                   MOVE "10" TO ST-CPD053
                ELSE
                   IF SITUACAO-CP53 = ZEROS
                      PERFORM VERIFICA-CHEQUE
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CPD053.
       VERIFICA-TITULO-FIM.
           EXIT.

       VERIFICA-CHEQUE SECTION.
           IF DIGITADOR-CP53 = USUARIO-CRIACAO-CP44
              AND DIGITADOR-CP53 > ZEROS
              AND ((DATA-CRIACAO-CP44 NOT < DATA-INICIAL-W
                    AND DATA-CRIACAO-CP44 NOT > DATA-FINAL-W)
               OR  (DATA-EMISSAO-CP53 NOT < DATA-INICIAL-W
                    AND DATA-EMISSAO-CP53 NOT > DATA-FINAL-W))
              MOVE "CPP055" TO PROG-A-W
              MOVE "CPP070" TO PROG-B-W
              PERFORM VERIFICA-PAR
              IF PAR-CONFLITA-W = 1
                 MOVE "LANCOU E EMITIU CHEQUE (CPP055/CPP070)"
                   TO DESCR-CONFLITO-W
                 MOVE DIGITADOR-CP53    TO USUARIO-CONFLITO-W
                 MOVE DATA-EMISSAO-CP53 TO DATA-CONFLITO-W
                 PERFORM IMPRIME-CONFLITO-TITULO
              END-IF
           END-IF.
           IF DIGITADOR-CP53 = USUARIO-APROV-CP44
              AND DIGITADOR-CP53 > ZEROS
              AND ((DATA-APROV-CP44 NOT < DATA-INICIAL-W
                    AND DATA-APROV-CP44 NOT > DATA-FINAL-W)
               OR  (DATA-EMISSAO-CP53 NOT < DATA-INICIAL-W
                    AND DATA-EMISSAO-CP53 NOT > DATA-FINAL-W))
              MOVE "CPP060" TO PROG-A-W
              MOVE "CPP070" TO PROG-B-W
              PERFORM VERIFICA-PAR
              IF PAR-CONFLITA-W = 1
                 MOVE "APROVOU E EMITIU CHEQUE (CPP060/CPP070)"
                   TO DESCR-CONFLITO-W
                 MOVE DIGITADOR-CP53    TO USUARIO-CONFLITO-W
                 MOVE DATA-EMISSAO-CP53 TO DATA-CONFLITO-W
                 PERFORM IMPRIME-CONFLITO-TITULO
              END-IF
           END-IF.

       VERIFICA-PAR SECTION.
           MOVE ZEROS TO PAR-CONFLITA-W.
           PERFORM VARYING IND-A FROM 1 BY 1 UNTIL IND-A > QT-REGRAS-W
              IF TR-PROGRAMA(IND-A) = PROG-A-W
                 PERFORM VARYING IND-B FROM 1 BY 1
                         UNTIL IND-B > QT-REGRAS-W
                    IF TR-PROGRAMA(IND-B) = PROG-B-W
                       AND TR-GRUPO(IND-B) = TR-GRUPO(IND-A)
                       MOVE 1 TO PAR-CONFLITA-W
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       IMPRIME-CONFLITO-TITULO SECTION.
           ADD 1 TO QT-PARTE2-W.
           MOVE SPACES             TO LINDET-REL.
           MOVE FORNEC-CP44        TO LINDET-REL(1: 6).
           MOVE SEQ-CP44           TO LINDET-REL(8: 5).
           MOVE USUARIO-CONFLITO-W TO LINDET-REL(14: 6).
           MOVE DESCR-CONFLITO-W   TO LINDET-REL(22: 40).
           MOVE DATA-CONFLITO-W    TO DATA-INV-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-ED-W          TO LINDET-REL(63: 10).
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.

      *----------------------------------------------------------------
      *    PARTE 3 - USO EFETIVO NO PERIODO (LOGACESS, POR LOGIN)
      *----------------------------------------------------------------
       PARTE-USO-EFETIVO SECTION.
           IF LOGACESS-EXISTE-W = ZEROS
              GO PARTE-USO-EFETIVO-FIM
           END-IF.
           MOVE SPACES TO LOGIN-ATUAL-W.
           PERFORM LIMPA-MARCAS.
           MOVE LOW-VALUES TO CHAVE-LOGACESS.
           START LOGACESS KEY IS NOT < CHAVE-LOGACESS INVALID KEY
                 MOVE "10" TO FS-LOGACESS.
           PERFORM UNTIL FS-LOGACESS = "10"
              READ LOGACESS NEXT RECORD AT END
                   MOVE "10" TO FS-LOGACESS
              NOT AT END
                IF LOGACESS-USUARIO <> LOGIN-ATUAL-W
                   PERFORM FECHA-LOGIN
                   MOVE LOGACESS-USUARIO TO LOGIN-ATUAL-W
                END-IF
                IF LOGACESS-DATA NOT < DATA-INICIAL-W
                   AND LOGACESS-DATA NOT > DATA-FINAL-W
                   AND LOGACESS-STATUS = "ABERTO"
                   PERFORM MARCA-PROGRAMA-ABERTO
                END-IF
              END-READ
           END-PERFORM.
           PERFORM FECHA-LOGIN.
           MOVE SPACES TO LOGIN-ATUAL-W.
           MOVE ZEROS  TO FS-LOGACESS.
       PARTE-USO-EFETIVO-FIM.
           EXIT.

       MARCA-PROGRAMA-ABERTO SECTION.
           PERFORM VARYING IND-R FROM 1 BY 1 UNTIL IND-R > QT-REGRAS-W
              IF TR-PROGRAMA(IND-R) = LOGACESS-PROGRAMA
                 MOVE 1 TO TR-MARCA(IND-R)
                 ADD 1 TO QT-MARCADOS-W
              END-IF
           END-PERFORM.

       FECHA-LOGIN SECTION.
           IF LOGIN-ATUAL-W <> SPACES AND QT-MARCADOS-W > 1
              MOVE LOGIN-ATUAL-W TO QUEM-W
              PERFORM AVALIA-GRUPOS
           END-IF.
           PERFORM LIMPA-MARCAS.

       LIMPA-MARCAS SECTION.
           MOVE ZEROS TO QT-MARCADOS-W.
           PERFORM VARYING IND-R FROM 1 BY 1 UNTIL IND-R > QT-REGRAS-W
              MOVE ZEROS TO TR-MARCA(IND-R)
           END-PERFORM.

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
           CLOSE LOGD024.
           IF LOGD008-EXISTE-W = 1 CLOSE LOGD008 END-IF.
           IF LOGD021-EXISTE-W = 1 CLOSE LOGD021 END-IF.
           IF CPD044-EXISTE-W = 1 CLOSE CPD044 END-IF.
           IF CPD053-EXISTE-W = 1 CLOSE CPD053 END-IF.
           IF LOGACESS-EXISTE-W = 1 CLOSE LOGACESS END-IF.
           EXIT PROGRAM.
