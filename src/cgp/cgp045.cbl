       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGP045.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Papel, situação e desligamento das pessoas do CGD001
      *(satélite CGD003) - um desligamento que bloqueia a pessoa em
      *todo o pacote:
      *  PAPEL ......: funcionário, fotógrafo e/ou fornecedor;
      *  DESLIGAR ...: marca a pessoa como desligada com data e
      *                motivo, nega todas as autorizações do usuário
      *                no LOGD008 (LOG008), bloqueia a senha no
      *                LOGD021 (LOG023) e lista as pendências; a
      *                partir do dia seguinte ao desligamento o
      *                LBP101, o VIP110, o VIP025 e o VIP023 recusam a
      *                pessoa (subprograma CGP046);
      *  PENDENCIAS .: câmeras fora (VID022), fitas emprestadas da
      *                videoteca (VID121), edições do VID110 sem
      *                aprovação (VID111) como editor ou revisor e
      *                escalações futuras (VID023);
      *  REATIVAR ...: readmissão com motivo - o acesso ao sistema
      *                volta só pelo LOG009/LOG023 (desbloqueio; a
      *                senha antiga exige troca no primeiro login).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX001.
           COPY CGPX003.
           COPY LOGX008.
           COPY LOGX020.
           COPY VIPX022.
           COPY VIPX023.
           COPY VIPX110.
           COPY VIPX111.
           COPY VIPX121.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW001.
       COPY CGPW003.
       COPY LOGW008.
       COPY LOGW020.
       COPY VIPW022.
       COPY VIPW023.
       COPY VIPW110.
       COPY VIPW111.
       COPY VIPW121.
       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CGD003             PIC XX       VALUE SPACES.
           05  ST-LOGD008            PIC XX       VALUE SPACES.
           05  ST-LOGD021            PIC XX       VALUE SPACES.
           05  ST-VID022             PIC XX       VALUE SPACES.
           05  ST-VID023             PIC XX       VALUE SPACES.
           05  ST-VID110             PIC XX       VALUE SPACES.
           05  ST-VID111             PIC XX       VALUE SPACES.
           05  ST-VID121             PIC XX       VALUE SPACES.
      *    ARQUIVOS DE OUTROS MODULOS: SEM O ARQUIVO, A PARTE
      *    CORRESPONDENTE E PULADA E AVISADA.
           05  LOGD008-EXISTE-W      PIC 9        VALUE ZEROS.
           05  LOGD021-EXISTE-W      PIC 9        VALUE ZEROS.
           05  VID022-EXISTE-W       PIC 9        VALUE ZEROS.
           05  VID023-EXISTE-W       PIC 9        VALUE ZEROS.
           05  VID110-EXISTE-W       PIC 9        VALUE ZEROS.
           05  VID111-EXISTE-W       PIC 9        VALUE ZEROS.
           05  VID121-EXISTE-W       PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  EXISTE-W              PIC 9        VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  PESSOA-W              PIC 9(6)     VALUE ZEROS.
           05  USUARIO-SISTEMA-W     PIC 9(6)     VALUE ZEROS.
           05  DATA-DESLIG-W         PIC 9(8)     VALUE ZEROS.
           05  DATA-REF-W            PIC 9(8)     VALUE ZEROS.
           05  MOTIVO-W              PIC X(40)    VALUE SPACES.
           05  PAPEL-W               PIC X        VALUE SPACES.
           05  APROVADA-W            PIC 9        VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  IND-F                 PIC 9        VALUE ZEROS.
           05  QT-NEGADAS-W          PIC 9(4)     VALUE ZEROS.
           05  QT-PENDENCIAS-W       PIC 9(4)     VALUE ZEROS.
           05  CHAVE-V110-W.
               10  CONTRATO-V110-W   PIC 9(8)     VALUE ZEROS.
               10  ITEM-V110-W       PIC 9(2)     VALUE ZEROS.
               10  TIPO-V110-W       PIC 9        VALUE ZEROS.
           COPY "PARAMETR".
           COPY LOGW008C.

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
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "CGD003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD003.
           MOVE "LOGD008" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOGD008.
           MOVE "LOGD021" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOGD021.
           MOVE "VID022" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID022.
           MOVE "VID023" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID023.
           MOVE "VID110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID110.
           MOVE "VID111" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID111.
           MOVE "VID121" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID121.
           OPEN INPUT CGD001.
           OPEN I-O CGD003.
           IF ST-CGD003 = "35"
              OPEN OUTPUT CGD003
              CLOSE       CGD003
              OPEN I-O    CGD003
           END-IF.
           OPEN I-O LOGD008.
           IF ST-LOGD008 = "00"
              MOVE 1 TO LOGD008-EXISTE-W
           END-IF.
           OPEN I-O LOGD021.
           IF ST-LOGD021 = "00"
              MOVE 1 TO LOGD021-EXISTE-W
           END-IF.
           OPEN INPUT VID022.
           IF ST-VID022 = "00"
              MOVE 1 TO VID022-EXISTE-W
           END-IF.
           OPEN INPUT VID023.
           IF ST-VID023 = "00"
              MOVE 1 TO VID023-EXISTE-W
           END-IF.
           OPEN INPUT VID110.
           IF ST-VID110 = "00"
              MOVE 1 TO VID110-EXISTE-W
           END-IF.
           OPEN INPUT VID111.
           IF ST-VID111 = "00"
              MOVE 1 TO VID111-EXISTE-W
           END-IF.
           OPEN INPUT VID121.
           IF ST-VID121 = "00"
              MOVE 1 TO VID121-EXISTE-W
           END-IF.
           IF ST-CGD001 <> "00"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W.
           IF ST-CGD003 <> "00"
              DISPLAY "ERRO ABERTURA CGD003: " ST-CGD003
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "CGP045" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA CGP045"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-PAPEL  2-DESLIGAR  3-PENDENCIAS  "
                   "4-REATIVAR  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM MANTEM-PAPEL
              WHEN 2 PERFORM DESLIGA-PESSOA
              WHEN 3 PERFORM CONSULTA-PENDENCIAS
              WHEN 4 PERFORM REATIVA-PESSOA
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    LEITURA DA PESSOA (CGD001 + CGD003)
      *----------------------------------------------------------------
       LE-PESSOA SECTION.
           DISPLAY "Codigo da pessoa (CGD001, 0 = VOLTAR): ".
           ACCEPT PESSOA-W FROM CONSOLE.
           IF PESSOA-W = ZEROS
              GO LE-PESSOA-FIM
           END-IF.
           MOVE PESSOA-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                DISPLAY "CODIGO NAO CADASTRADO EM CGD001"
                MOVE ZEROS TO PESSOA-W
                GO LE-PESSOA-FIM
           END-READ.
           MOVE PESSOA-W TO CODIGO-CG03.
           READ CGD003 INVALID KEY
                MOVE ZEROS TO EXISTE-W
                INITIALIZE REG-CGD003
                MOVE PESSOA-W TO CODIGO-CG03
              NOT INVALID KEY
                MOVE 1 TO EXISTE-W
           END-READ.
           DISPLAY NOME-CG01 "  FUNC " FUNCIONARIO-CG03
                   "  FOTOG " FOTOGRAFO-CG03
                   "  FORNEC " FORNECEDOR-CG03.
           IF SITUACAO-CG03 = 1
              DISPLAY "DESLIGADO EM " DATA-DESLIGAMENTO-CG03 " - "
                      MOTIVO-CG03
           ELSE
              DISPLAY "ATIVO"
           END-IF.
       LE-PESSOA-FIM.
           EXIT.

       GRAVA-CGD003 SECTION.
           MOVE DATA-HOJE-W   TO DATA-REGISTRO-CG03.
           MOVE COD-USUARIO-W TO DIGITADOR-CG03.
           IF EXISTE-W = 1
              REWRITE REG-CGD003 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CGD003: " ST-CGD003
              END-REWRITE
           ELSE
              WRITE REG-CGD003 INVALID KEY
                   DISPLAY "ERRO GRAVACAO CGD003: " ST-CGD003
              END-WRITE
              MOVE 1 TO EXISTE-W
           END-IF.

      *----------------------------------------------------------------
      *    PAPEL DA PESSOA
      *----------------------------------------------------------------
       MANTEM-PAPEL SECTION.
           PERFORM LE-PESSOA.
           IF PESSOA-W = ZEROS
              GO MANTEM-PAPEL-FIM
           END-IF.
           DISPLAY "Funcionario (S/N): ".
           ACCEPT PAPEL-W FROM CONSOLE.
           MOVE ZEROS TO FUNCIONARIO-CG03.
           IF PAPEL-W = "S" OR PAPEL-W = "s"
              MOVE 1 TO FUNCIONARIO-CG03
           END-IF.
           DISPLAY "Fotografo (S/N): ".
           ACCEPT PAPEL-W FROM CONSOLE.
           MOVE ZEROS TO FOTOGRAFO-CG03.
           IF PAPEL-W = "S" OR PAPEL-W = "s"
              MOVE 1 TO FOTOGRAFO-CG03
           END-IF.
           DISPLAY "Fornecedor (S/N): ".
           ACCEPT PAPEL-W FROM CONSOLE.
           MOVE ZEROS TO FORNECEDOR-CG03.
           IF PAPEL-W = "S" OR PAPEL-W = "s"
              MOVE 1 TO FORNECEDOR-CG03
           END-IF.
           PERFORM GRAVA-CGD003.
           DISPLAY "PAPEL GRAVADO.".
       MANTEM-PAPEL-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    DESLIGAMENTO
      *----------------------------------------------------------------
       DESLIGA-PESSOA SECTION.
           PERFORM LE-PESSOA.
           IF PESSOA-W = ZEROS
              GO DESLIGA-PESSOA-FIM
           END-IF.
           IF SITUACAO-CG03 = 1
              DISPLAY "PESSOA JA DESLIGADA"
              GO DESLIGA-PESSOA-FIM
           END-IF.
           DISPLAY "Data do desligamento (AAAAMMDD, 0 = HOJE): ".
           ACCEPT DATA-DESLIG-W FROM CONSOLE.
           IF DATA-DESLIG-W = ZEROS
              MOVE DATA-HOJE-W TO DATA-DESLIG-W
           END-IF.
           DISPLAY "Motivo: ".
           ACCEPT MOTIVO-W FROM CONSOLE.
           IF MOTIVO-W = SPACES
              DISPLAY "MOTIVO OBRIGATORIO - NADA GRAVADO"
              GO DESLIGA-PESSOA-FIM
           END-IF.
           DISPLAY "Usuario do sistema (0 = O MESMO CODIGO): ".
           ACCEPT USUARIO-SISTEMA-W FROM CONSOLE.
           IF USUARIO-SISTEMA-W = ZEROS
              MOVE PESSOA-W TO USUARIO-SISTEMA-W
           END-IF.
           IF USUARIO-SISTEMA-W = COD-USUARIO-W
              DISPLAY "O USUARIO NAO DESLIGA A SI MESMO - NADA GRAVADO"
              GO DESLIGA-PESSOA-FIM
           END-IF.
           DISPLAY "Confirma o desligamento em " DATA-DESLIG-W
                   " (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO DESLIGA-PESSOA-FIM
           END-IF.
           MOVE 1                 TO SITUACAO-CG03.
           MOVE DATA-DESLIG-W     TO DATA-DESLIGAMENTO-CG03.
           MOVE MOTIVO-W          TO MOTIVO-CG03.
           MOVE USUARIO-SISTEMA-W TO USUARIO-SISTEMA-CG03.
           PERFORM GRAVA-CGD003.
           PERFORM NEGA-AUTORIZACOES.
           PERFORM BLOQUEIA-SENHA.
           MOVE DATA-DESLIG-W TO DATA-REF-W.
           PERFORM LISTA-PENDENCIAS.
           DISPLAY "DESLIGAMENTO GRAVADO - PENDENCIAS: "
                   QT-PENDENCIAS-W.
       DESLIGA-PESSOA-FIM.
           EXIT.

      *    TODA DECISAO DO USUARIO NO LOGD008 PASSA A NEGADO; O
      *    REGISTRO FICA (E O HISTORICO DO QUE ELE PODIA FAZER).
       NEGA-AUTORIZACOES SECTION.
           MOVE ZEROS TO QT-NEGADAS-W.
           IF LOGD008-EXISTE-W = 0
              DISPLAY "LOGD008 INDISPONIVEL - NEGAR NO LOG009"
              GO NEGA-AUTORIZACOES-FIM
           END-IF.
           MOVE USUARIO-SISTEMA-W TO USUARIO-L008.
           MOVE SPACES            TO PROGRAMA-L008.
           START LOGD008 KEY IS NOT < CHAVE-L008 INVALID KEY
                 MOVE "10" TO ST-LOGD008.
           PERFORM UNTIL ST-LOGD008 = "10"
              READ LOGD008 NEXT RECORD AT END MOVE "10" TO ST-LOGD008
              NOT AT END
                IF USUARIO-L008 <> USUARIO-SISTEMA-W
                   MOVE "10" TO ST-LOGD008
                ELSE
                   IF PERMITE-L008 <> ZEROS
                      MOVE ZEROS TO PERMITE-L008
                      REWRITE REG-LOGD008 INVALID KEY
                           DISPLAY "ERRO REGRAVACAO LOGD008: "
                                   ST-LOGD008
                        NOT INVALID KEY
                           ADD 1 TO QT-NEGADAS-W
                      END-REWRITE
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LOGD008.
       NEGA-AUTORIZACOES-FIM.
           DISPLAY "AUTORIZACOES NEGADAS NO LOGD008: " QT-NEGADAS-W.

      *    SO BLOQUEIA: A SENHA EMBARALHADA FICA, PARA QUE O
      *    DESBLOQUEIO DO LOG023 NA READMISSAO DEVOLVA O ACESSO (COM
      *    TROCA OBRIGATORIA NO PRIMEIRO LOGIN).
       BLOQUEIA-SENHA SECTION.
           IF LOGD021-EXISTE-W = 0
              DISPLAY "LOGD021 INDISPONIVEL - BLOQUEAR NO LOG023"
              GO BLOQUEIA-SENHA-FIM
           END-IF.
           MOVE USUARIO-SISTEMA-W TO USUARIO-L021.
           READ LOGD021 INVALID KEY
                DISPLAY "USUARIO SEM SENHA NO LOGD021"
                GO BLOQUEIA-SENHA-FIM
           END-READ.
           MOVE 1      TO BLOQUEADO-L021 TROCA-OBRIGATORIA-L021.
           REWRITE REG-LOGD021 INVALID KEY
                DISPLAY "ERRO REGRAVACAO LOGD021: " ST-LOGD021
                GO BLOQUEIA-SENHA-FIM
           END-REWRITE.
           DISPLAY "USUARIO BLOQUEADO NO LOGD021".
       BLOQUEIA-SENHA-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    PENDENCIAS DA PESSOA
      *----------------------------------------------------------------
       CONSULTA-PENDENCIAS SECTION.
           PERFORM LE-PESSOA.
           IF PESSOA-W = ZEROS
              GO CONSULTA-PENDENCIAS-FIM
           END-IF.
           IF SITUACAO-CG03 = 1
              MOVE DATA-DESLIGAMENTO-CG03 TO DATA-REF-W
           ELSE
              MOVE DATA-HOJE-W            TO DATA-REF-W
           END-IF.
           PERFORM LISTA-PENDENCIAS.
           DISPLAY "PENDENCIAS: " QT-PENDENCIAS-W.
       CONSULTA-PENDENCIAS-FIM.
           EXIT.

      *    DATA-REF-W: ESCALACOES DEPOIS DESTA DATA SAO FUTURAS.
       LISTA-PENDENCIAS SECTION.
           MOVE ZEROS TO QT-PENDENCIAS-W.
           PERFORM PENDENCIA-CAMERAS.
           PERFORM PENDENCIA-FITAS.
           PERFORM PENDENCIA-EDICOES.
           PERFORM PENDENCIA-ESCALACOES.

       PENDENCIA-CAMERAS SECTION.
           IF VID022-EXISTE-W = 0
              DISPLAY "VID022 INDISPONIVEL - CAMERAS NAO VERIFICADAS"
              GO PENDENCIA-CAMERAS-FIM
           END-IF.
           INITIALIZE CHAVE-V22.
           START VID022 KEY IS NOT < CHAVE-V22 INVALID KEY
                 MOVE "10" TO ST-VID022.
           PERFORM UNTIL ST-VID022 = "10"
              READ VID022 NEXT RECORD AT END MOVE "10" TO ST-VID022
              NOT AT END
                IF FUNCIONARIO-V22 = PESSOA-W
                   AND DATA-RETORNO-V22 = ZEROS
                   ADD 1 TO QT-PENDENCIAS-W
                   DISPLAY "CAMERA FORA: " CODIGO-V22 " SAIDA "
                           DATA-SAIDA-V22 " CONTRATO "
                           CONTRATO-EVENTO-V22
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID022.
       PENDENCIA-CAMERAS-FIM.
           EXIT.

       PENDENCIA-FITAS SECTION.
           IF VID121-EXISTE-W = 0
              DISPLAY "VID121 INDISPONIVEL - FITAS NAO VERIFICADAS"
              GO PENDENCIA-FITAS-FIM
           END-IF.
           INITIALIZE CHAVE-V121.
           START VID121 KEY IS NOT < CHAVE-V121 INVALID KEY
                 MOVE "10" TO ST-VID121.
           PERFORM UNTIL ST-VID121 = "10"
              READ VID121 NEXT RECORD AT END MOVE "10" TO ST-VID121
              NOT AT END
                IF RETIRADO-POR-V121 = PESSOA-W
                   AND DATA-DEVOLUCAO-V121 = ZEROS
                   ADD 1 TO QT-PENDENCIAS-W
                   DISPLAY "FITA EMPRESTADA: " NR-FITA-V121
                           " DESDE " DATA-RETIRADA-V121
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID121.
       PENDENCIA-FITAS-FIM.
           EXIT.

      *    EDICAO (TIPO 1) DA PESSOA COMO EDITOR OU REVISOR SEM O
      *    CARIMBO DE APROVADA (ETAPA 5) NO VID111.
       PENDENCIA-EDICOES SECTION.
           IF VID110-EXISTE-W = 0
              DISPLAY "VID110 INDISPONIVEL - EDICOES NAO VERIFICADAS"
              GO PENDENCIA-EDICOES-FIM
           END-IF.
           INITIALIZE CHAVE-V110.
           START VID110 KEY IS NOT < CHAVE-V110 INVALID KEY
                 MOVE "10" TO ST-VID110.
           PERFORM UNTIL ST-VID110 = "10"
              READ VID110 NEXT RECORD AT END MOVE "10" TO ST-VID110
              NOT AT END
                IF TIPO-V110 = 1
                   AND (FUNCIONARIO-V110 = PESSOA-W
                        OR REVISOR-V110 = PESSOA-W)
                   PERFORM VERIFICA-APROVADA
                   IF APROVADA-W = 0
                      ADD 1 TO QT-PENDENCIAS-W
                      IF FUNCIONARIO-V110 = PESSOA-W
                         DISPLAY "EDICAO EM ABERTO (EDITOR): CONTRATO "
                                 CONTRATO-V110 " ITEM " ITEM-V110
                      ELSE
                         DISPLAY "EDICAO EM ABERTO (REVISOR): CONTRATO "
                                 CONTRATO-V110 " ITEM " ITEM-V110
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID110.
       PENDENCIA-EDICOES-FIM.
           EXIT.

       VERIFICA-APROVADA SECTION.
           MOVE ZEROS TO APROVADA-W.
           IF VID111-EXISTE-W = 0
              GO VERIFICA-APROVADA-FIM
           END-IF.
           MOVE CONTRATO-V110 TO CONTRATO-V111 CONTRATO-V110-W.
           MOVE ITEM-V110     TO ITEM-V111     ITEM-V110-W.
           MOVE TIPO-V110     TO TIPO-V111     TIPO-V110-W.
           MOVE ZEROS         TO SEQ-V111.
           START VID111 KEY IS NOT < CHAVE-V111 INVALID KEY
                 MOVE "10" TO ST-VID111.
           PERFORM UNTIL ST-VID111 = "10"
              READ VID111 NEXT RECORD AT END MOVE "10" TO ST-VID111
              NOT AT END
                IF CONTRATO-V111 <> CONTRATO-V110-W
                   OR ITEM-V111 <> ITEM-V110-W
                   OR TIPO-V111 <> TIPO-V110-W
                   MOVE "10" TO ST-VID111
                ELSE
                   IF ETAPA-V111 = 5
                      MOVE 1 TO APROVADA-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID111.
       VERIFICA-APROVADA-FIM.
           EXIT.

       PENDENCIA-ESCALACOES SECTION.
           IF VID023-EXISTE-W = 0
              DISPLAY "VID023 INDISPONIVEL - ESCALACOES NAO "
                      "VERIFICADAS"
              GO PENDENCIA-ESCALACOES-FIM
           END-IF.
           COMPUTE DATA-V23 = DATA-REF-W + 1.
           MOVE ZEROS TO SEQ-V23.
           START VID023 KEY IS NOT < CHAVE-V23 INVALID KEY
                 MOVE "10" TO ST-VID023.
           PERFORM UNTIL ST-VID023 = "10"
              READ VID023 NEXT RECORD AT END MOVE "10" TO ST-VID023
              NOT AT END
                MOVE ZEROS TO ACHOU-W
                PERFORM VARYING IND-F FROM 1 BY 1 UNTIL IND-F > 4
                   IF FOTOGRAFO-V23(IND-F) = PESSOA-W
                      MOVE 1 TO ACHOU-W
                   END-IF
                END-PERFORM
                IF ACHOU-W = 1
                   ADD 1 TO QT-PENDENCIAS-W
                   DISPLAY "ESCALACAO FUTURA: " DATA-V23 " SEQ "
                           SEQ-V23 " CONTRATO " CONTRATO-V23 " "
                           LOCAL-V23
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-VID023.
       PENDENCIA-ESCALACOES-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    READMISSAO
      *----------------------------------------------------------------
       REATIVA-PESSOA SECTION.
           PERFORM LE-PESSOA.
           IF PESSOA-W = ZEROS
              GO REATIVA-PESSOA-FIM
           END-IF.
           IF SITUACAO-CG03 <> 1
              DISPLAY "PESSOA NAO ESTA DESLIGADA"
              GO REATIVA-PESSOA-FIM
           END-IF.
           DISPLAY "Motivo da reativacao: ".
           ACCEPT MOTIVO-W FROM CONSOLE.
           IF MOTIVO-W = SPACES
              DISPLAY "MOTIVO OBRIGATORIO - NADA GRAVADO"
              GO REATIVA-PESSOA-FIM
           END-IF.
           MOVE ZEROS    TO SITUACAO-CG03 DATA-DESLIGAMENTO-CG03.
           MOVE MOTIVO-W TO MOTIVO-CG03.
           PERFORM GRAVA-CGD003.
           DISPLAY "PESSOA REATIVADA - ACESSO AO SISTEMA PELO LOG009 "
                   "E LOG023.".
       REATIVA-PESSOA-FIM.
           EXIT.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD001 CGD003.
           IF LOGD008-EXISTE-W = 1 CLOSE LOGD008 END-IF.
           IF LOGD021-EXISTE-W = 1 CLOSE LOGD021 END-IF.
           IF VID022-EXISTE-W = 1 CLOSE VID022 END-IF.
           IF VID023-EXISTE-W = 1 CLOSE VID023 END-IF.
           IF VID110-EXISTE-W = 1 CLOSE VID110 END-IF.
           IF VID111-EXISTE-W = 1 CLOSE VID111 END-IF.
           IF VID121-EXISTE-W = 1 CLOSE VID121 END-IF.
           EXIT PROGRAM.
