       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGP041.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Relatório de dados pessoais do titular (LGPD) - tudo o
      *que o sistema guarda sobre um cliente, localizado pelo código
      *ou pelo CPF (cobrança ou formando), em um só relatório
      *impresso ou exportado em arquivo texto:
      *  CGD010/CGD011 cadastro e complemento; CGD018 notificações;
      *  CGD019 tickets do SAC; CGD024 campanhas; CGD025 contatos da
      *  cobrança; CGD026 negativação; CRD020 cartões (somente os 4
      *  últimos dígitos); CRD100 títulos do contas a receber.
      *CPF/RG saem completos só para os usuários autorizados a revelar
      *(CGD014, CGP023); para os demais saem mascarados como no
      *CGP011. Cada emissão fica registrada em CGD027 e em LOGACESS
      *(status LGPD), no mesmo padrão do CGD015.

      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - RESULTADO 6-CHEQUE DEVOLVIDO (CRP111)
      *             NOS CONTATOS DA COBRANÇA.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX010.
           COPY CGPX011.
           COPY CGPX014.
           COPY CGPX018.
           COPY CGPX019.
           COPY CGPX024.
           COPY CGPX025.
           COPY CGPX026N.
           COPY CGPX027.
           COPY CRPX020.
           COPY CRPX100.
           COPY LOGX005.
           COPY LOGACESS.SEL.
           SELECT SAIDA ASSIGN TO ARQUIVO-SAIDA-W
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ST-SAIDA.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW010.
       COPY CGPW011.
       COPY CGPW014.
       COPY CGPW018.
       COPY CGPW019.
       COPY CGPW024.
       COPY CGPW025.
       COPY CGPW026N.
       COPY CGPW027.
       COPY CRPW020.
       COPY CRPW100.
       COPY LOGW005.
       COPY LOGACESS.FD.
       FD  SAIDA
           LABEL RECORD IS OMITTED.
       01  REG-SAIDA                  PIC X(100).
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
           05  ST-CGD014             PIC XX       VALUE SPACES.
           05  ST-CGD018             PIC XX       VALUE SPACES.
           05  ST-CGD019             PIC XX       VALUE SPACES.
           05  ST-CGD024             PIC XX       VALUE SPACES.
           05  ST-CGD025             PIC XX       VALUE SPACES.
           05  ST-CGD026             PIC XX       VALUE SPACES.
           05  ST-CGD027             PIC XX       VALUE SPACES.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CRD100             PIC XX       VALUE SPACES.
           05  ST-LOGD005            PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  ST-SAIDA              PIC XX       VALUE SPACES.
           05  PATH-CGD010           PIC X(30)    VALUE SPACES.
           05  PATH-CGD011           PIC X(30)    VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  ARQUIVO-SAIDA-W       PIC X(60)    VALUE SPACES.
           05  CLASSIF-CLI-W         PIC 9        VALUE ZEROS.
           05  COD-CLIENTE-W         PIC 9(8)     VALUE ZEROS.
           05  CPF-W                 PIC 9(16)    VALUE ZEROS.
           05  QT-ACHADOS-W          PIC 9(3)     VALUE ZEROS.
           05  REQUERENTE-W          PIC X(40)    VALUE SPACES.
           05  SAIDA-W               PIC 9        VALUE ZEROS.
           05  DOCUMENTOS-W          PIC 9        VALUE ZEROS.
           05  TEM-CGD011-W          PIC 9        VALUE ZEROS.
           05  TEM-CGD014-W          PIC 9        VALUE ZEROS.
           05  TEM-CGD018-W          PIC 9        VALUE ZEROS.
           05  TEM-CGD019-W          PIC 9        VALUE ZEROS.
           05  TEM-CGD024-W          PIC 9        VALUE ZEROS.
           05  TEM-CGD025-W          PIC 9        VALUE ZEROS.
           05  TEM-CGD026-W          PIC 9        VALUE ZEROS.
           05  TEM-CRD020-W          PIC 9        VALUE ZEROS.
           05  QT-REGISTROS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-SECAO-W            PIC 9(5)     VALUE ZEROS.
           05  GRAVOU-CGD027-W       PIC 9        VALUE ZEROS.
           05  GRAVOU-LOGACESS-W     PIC 9        VALUE ZEROS.
           05  CPF-EXIBE-W           PIC X(16)    VALUE SPACES.
           05  RG-EXIBE-W            PIC X(15)    VALUE SPACES.
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
       01  TAB-EVENTO.
           05  FILLER              PIC X(12)   VALUE "ENTREGA".
           05  FILLER              PIC X(12)   VALUE "RETIRADA".
           05  FILLER              PIC X(12)   VALUE "CARTAO".
           05  FILLER              PIC X(12)   VALUE "VIDEO DIGIT.".
       01  TAB-EVENTO-R REDEFINES TAB-EVENTO.
           05  NOME-EVENTO-W       PIC X(12) OCCURS 4 TIMES.
       01  TAB-RESULTADO.
           05  FILLER              PIC X(12)   VALUE "PROMETEU".
           05  FILLER              PIC X(12)   VALUE "SEM RESPOSTA".
           05  FILLER              PIC X(12)   VALUE "RECUSOU".
           05  FILLER              PIC X(12)   VALUE "PAGOU".
           05  FILLER              PIC X(12)   VALUE "CONTESTACAO".
           05  FILLER              PIC X(12)   VALUE "CHEQUE DEV.".
       01  TAB-RESULTADO-R REDEFINES TAB-RESULTADO.
           05  NOME-RESULTADO-W    PIC X(12) OCCURS 6 TIMES.
       01  TAB-RESPOSTA.
           05  FILLER              PIC X(12)   VALUE "NENHUMA".
           05  FILLER              PIC X(12)   VALUE "RESPONDEU".
           05  FILLER              PIC X(12)   VALUE "COMPROU".
           05  FILLER              PIC X(12)   VALUE "DESCADASTROU".
       01  TAB-RESPOSTA-R REDEFINES TAB-RESPOSTA.
           05  NOME-RESPOSTA-W     PIC X(12) OCCURS 4 TIMES.

       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(38)   VALUE
               "DADOS PESSOAIS DO TITULAR (LGPD) - EM ".
           05  DATA-EMISSAO-REL    PIC 99/99/9999.
           05  FILLER              PIC X(11)   VALUE " - CLIENTE ".
           05  CLASSIF-REL         PIC 9.
           05  FILLER              PIC X       VALUE "-".
           05  CODIGO-REL          PIC 9(8).
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  LINSECAO.
           05  FILLER              PIC X(4)    VALUE "*** ".
           05  SECAO-REL           PIC X(50)   VALUE SPACES.
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  DATA-ED-W               PIC 99/99/9999.
       01  VALOR-ED-W              PIC Z.ZZZ.ZZ9,99.
       01  QT-ED-W                 PIC ZZ.ZZ9.
       01  VALIDADE-ED-W           PIC 99/9999.

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
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD014" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD014.
           MOVE "CGD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD018.
           MOVE "CGD019" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD019.
           MOVE "CGD024" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD024.
           MOVE "CGD025" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD025.
           MOVE "CGD026" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD026.
           MOVE "CGD027" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD027.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD100.
           MOVE "LOGD005" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOGD005.
           MOVE "LOGACESS" TO ARQ-REC.  MOVE EMPRESA-REF
               TO ARQUIVO-LOGACESS.
           OPEN INPUT CGD010 CGD011 CRD100.
      *    ARQUIVOS QUE PODEM AINDA NAO EXISTIR NA EMPRESA: SEM O
      *    ARQUIVO A SECAO SAI VAZIA.
           OPEN INPUT CGD014 CGD018 CGD019 CGD024 CGD025 CGD026
                      CRD020.
           IF ST-CGD014 = "00" MOVE 1 TO TEM-CGD014-W END-IF.
           IF ST-CGD018 = "00" MOVE 1 TO TEM-CGD018-W END-IF.
           IF ST-CGD019 = "00" MOVE 1 TO TEM-CGD019-W END-IF.
           IF ST-CGD024 = "00" MOVE 1 TO TEM-CGD024-W END-IF.
           IF ST-CGD025 = "00" MOVE 1 TO TEM-CGD025-W END-IF.
           IF ST-CGD026 = "00" MOVE 1 TO TEM-CGD026-W END-IF.
           IF ST-CRD020 = "00" MOVE 1 TO TEM-CRD020-W END-IF.
           OPEN I-O CGD027.
           IF ST-CGD027 = "35"
              OPEN OUTPUT CGD027
              CLOSE       CGD027
              OPEN I-O    CGD027
           END-IF.
           OPEN I-O LOGD005.
           IF ST-LOGD005 = "35"
              OPEN OUTPUT LOGD005
              CLOSE       LOGD005
              OPEN I-O    LOGD005
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
           IF ST-CGD027 <> "00"
              DISPLAY "ERRO ABERTURA CGD027: " ST-CGD027
              MOVE 1 TO ERRO-W.
           IF ST-LOGD005 <> "00"
              DISPLAY "ERRO ABERTURA LOGD005: " ST-LOGD005
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "CGP041" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA CGP041"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
      *    DOCUMENTOS COMPLETOS SO PARA USUARIO DO CGD014; SEM O
      *    ARQUIVO DE AUTORIZADOS SAEM MASCARADOS (FALHA FECHADA).
           MOVE ZEROS TO DOCUMENTOS-W.
           IF TEM-CGD014-W = 1
              MOVE COD-USUARIO-W TO USUARIO-CG14
              READ CGD014 INVALID KEY
                   MOVE ZEROS TO DOCUMENTOS-W
                 NOT INVALID KEY
                   MOVE 1 TO DOCUMENTOS-W
              END-READ
           END-IF.

       PROCESSA-OPCOES SECTION.
           DISPLAY "OPCAO (1-POR CODIGO  2-POR CPF  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM LOCALIZA-POR-CODIGO
              WHEN 2 PERFORM LOCALIZA-POR-CPF
              WHEN OTHER GO PROCESSA-OPCOES-FIM
           END-EVALUATE.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
              GO PROCESSA-OPCOES-FIM
           END-IF.
           PERFORM EMITE-RELATORIO.
       PROCESSA-OPCOES-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    LOCALIZACAO DO TITULAR
      *----------------------------------------------------------------
       LOCALIZA-POR-CODIGO SECTION.
           MOVE ZEROS TO ERRO-W CPF-W.
           DISPLAY "Classificacao (0-CONTRATO 1-COMUM): ".
           ACCEPT CLASSIF-CLI-W FROM CONSOLE.
           DISPLAY "Codigo do cliente: ".
           ACCEPT COD-CLIENTE-W FROM CONSOLE.
           MOVE CLASSIF-CLI-W TO CLASSIF-CG10.
           MOVE COD-CLIENTE-W TO CODIGO-CG10.
           READ CGD010 INVALID KEY
                DISPLAY "CLIENTE NAO CADASTRADO EM CGD010"
                MOVE 1 TO ERRO-W
                GO LOCALIZA-POR-CODIGO-FIM
           END-READ.
           DISPLAY "CLIENTE: " NOME-CG10.
       LOCALIZA-POR-CODIGO-FIM.
           EXIT.

      *    O CPF PODE ESTAR NOS DADOS DE COBRANCA OU DO FORMANDO; COM
      *    MAIS DE UM CADASTRO PARA O MESMO CPF O OPERADOR ESCOLHE.
       LOCALIZA-POR-CPF SECTION.
           MOVE ZEROS TO ERRO-W QT-ACHADOS-W.
           DISPLAY "CPF (somente numeros): ".
           ACCEPT CPF-W FROM CONSOLE.
           IF CPF-W = ZEROS
              MOVE 1 TO ERRO-W
              GO LOCALIZA-POR-CPF-FIM
           END-IF.
           MOVE ZEROS TO COD-COMPL-CG11.
           START CGD011 KEY IS NOT < COD-COMPL-CG11 INVALID KEY
                 MOVE "10" TO ST-CGD011.
           PERFORM UNTIL ST-CGD011 = "10"
              READ CGD011 NEXT RECORD AT END MOVE "10" TO ST-CGD011
              NOT AT END
                IF CPF1-CG11 = CPF-W OR CPF2-CG11 = CPF-W
                   ADD 1 TO QT-ACHADOS-W
                   MOVE CLASSIF-CG11 TO CLASSIF-CLI-W CLASSIF-CG10
                   MOVE CODIGO-CG11  TO COD-CLIENTE-W CODIGO-CG10
                   READ CGD010 INVALID KEY MOVE SPACES TO NOME-CG10
                   END-READ
                   DISPLAY CLASSIF-CG11 "-" CODIGO-CG11 " " NOME-CG10
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CGD011.
           IF QT-ACHADOS-W = ZEROS
              DISPLAY "CPF NAO ENCONTRADO EM CGD011"
              MOVE 1 TO ERRO-W
              GO LOCALIZA-POR-CPF-FIM
           END-IF.
           IF QT-ACHADOS-W > 1
              DISPLAY "Classificacao do cadastro escolhido: "
              ACCEPT CLASSIF-CLI-W FROM CONSOLE
              DISPLAY "Codigo do cadastro escolhido: "
              ACCEPT COD-CLIENTE-W FROM CONSOLE
           END-IF.
           MOVE CLASSIF-CLI-W TO CLASSIF-CG10.
           MOVE COD-CLIENTE-W TO CODIGO-CG10.
           READ CGD010 INVALID KEY
                DISPLAY "CLIENTE NAO CADASTRADO EM CGD010"
                MOVE 1 TO ERRO-W
           END-READ.
       LOCALIZA-POR-CPF-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    EMISSAO DO RELATORIO E REGISTRO DA EMISSAO
      *----------------------------------------------------------------
       EMITE-RELATORIO SECTION.
           DISPLAY "Quem pediu (nome/parentesco do requerente): ".
           ACCEPT REQUERENTE-W FROM CONSOLE.
           DISPLAY "Saida (1-IMPRESSO  2-ARQUIVO TEXTO): ".
           ACCEPT SAIDA-W FROM CONSOLE.
           IF SAIDA-W <> 2
              MOVE 1 TO SAIDA-W
           END-IF.
           MOVE ZEROS TO QT-REGISTROS-W PAGE-COUNT.
           IF SAIDA-W = 2
              MOVE SPACES TO ARQUIVO-SAIDA-W
              STRING "\PROGRAMA\KELLO\" EMPRESA-W "\LGPD"
                     CLASSIF-CLI-W COD-CLIENTE-W ".TXT"
                     DELIMITED BY SIZE INTO ARQUIVO-SAIDA-W
              OPEN OUTPUT SAIDA
              IF ST-SAIDA <> "00"
                 DISPLAY "ERRO ABRINDO " ARQUIVO-SAIDA-W ": " ST-SAIDA
                 GO EMITE-RELATORIO-FIM
              END-IF
           ELSE
              OPEN OUTPUT RELAT
           END-IF.
           PERFORM CABECALHO.
           PERFORM SECAO-CADASTRO.
           PERFORM SECAO-NOTIFICACOES.
           PERFORM SECAO-SAC.
           PERFORM SECAO-CAMPANHAS.
           PERFORM SECAO-COBRANCA.
           PERFORM SECAO-NEGATIVACAO.
           PERFORM SECAO-CARTOES.
           PERFORM SECAO-TITULOS.
           MOVE SPACES TO LINDET-REL.
           MOVE QT-REGISTROS-W TO QT-ED-W.
           STRING "TOTAL DE REGISTROS DO TITULAR: " QT-ED-W
                  DELIMITED BY SIZE INTO LINDET-REL.
           PERFORM ESCREVE-LINHA.
           IF SAIDA-W = 2
              CLOSE SAIDA
              DISPLAY "EXPORTADO EM " ARQUIVO-SAIDA-W
           ELSE
              CLOSE RELAT
              DISPLAY "RELATORIO IMPRESSO."
           END-IF.
           PERFORM GRAVA-AUDITORIA.
       EMITE-RELATORIO-FIM.
           EXIT.

       GRAVA-AUDITORIA SECTION.
           MOVE COD-USUARIO-W  TO USUARIO-CG27.
           ACCEPT DATA-CG27 FROM DATE YYYYMMDD.
           ACCEPT HORA-CG27 FROM TIME.
           MOVE ZEROS          TO SEQ-CG27.
           MOVE CLASSIF-CLI-W  TO CLASSIF-CLI-CG27.
           MOVE COD-CLIENTE-W  TO CODIGO-CLI-CG27.
           MOVE CPF-W          TO CPF-PESQUISA-CG27.
           MOVE REQUERENTE-W   TO REQUERENTE-CG27.
           MOVE SAIDA-W        TO SAIDA-CG27.
           MOVE DOCUMENTOS-W   TO DOCUMENTOS-CG27.
           MOVE QT-REGISTROS-W TO QT-REGISTROS-CG27.
           MOVE ZEROS TO GRAVOU-CGD027-W.
           PERFORM UNTIL GRAVOU-CGD027-W = 1
              WRITE REG-CGD027 INVALID KEY
                    ADD 1 TO SEQ-CG27
                 NOT INVALID KEY
                    MOVE 1 TO GRAVOU-CGD027-W
              END-WRITE
           END-PERFORM.
           OPEN I-O LOGACESS.
           IF FS-LOGACESS = "00"
              MOVE USUARIO-W     TO LOGACESS-USUARIO
              MOVE DATA-CG27     TO LOGACESS-DATA
              MOVE HORA-CG27     TO LOGACESS-HORAS
              PERFORM PROXIMA-SEQUENCIA-LOGACESS
              MOVE "CGP041"      TO LOGACESS-PROGRAMA
              MOVE "LGPD"        TO LOGACESS-STATUS
              PERFORM GRAVA-LOGACESS
              CLOSE LOGACESS
           END-IF.

       PROXIMA-SEQUENCIA-LOGACESS SECTION.
           MOVE "1" TO CHAVE-L005.
           READ LOGD005 INVALID KEY
                MOVE 1 TO PROX-SEQUENCIA-L005
                WRITE REG-LOGD005
              NOT INVALID KEY
                ADD 1 TO PROX-SEQUENCIA-L005
                REWRITE REG-LOGD005
           END-READ.
           MOVE PROX-SEQUENCIA-L005 TO LOGACESS-SEQUENCIA.

       GRAVA-LOGACESS SECTION.
           MOVE ZEROS TO GRAVOU-LOGACESS-W.
           PERFORM UNTIL GRAVOU-LOGACESS-W = 1
              WRITE REG-LOGACESS INVALID KEY
                    PERFORM PROXIMA-SEQUENCIA-LOGACESS
                 NOT INVALID KEY
                    MOVE 1 TO GRAVOU-LOGACESS-W
              END-WRITE
           END-PERFORM.

      *----------------------------------------------------------------
      *    SECOES DO RELATORIO
      *----------------------------------------------------------------
       SECAO-CADASTRO SECTION.
           MOVE "CADASTRO (CGD010/CGD011)" TO SECAO-REL.
           PERFORM ESCREVE-SECAO.
           MOVE SPACES TO LINDET-REL.
           STRING "NOME: " NOME-CG10 "  COMPRADOR: " COMPRADOR-CG10
                  DELIMITED BY SIZE INTO LINDET-REL.
           PERFORM ESCREVE-LINHA.
           ADD 1 TO QT-REGISTROS-W.
           MOVE CLASSIF-CLI-W TO CLASSIF-CG11.
           MOVE COD-CLIENTE-W TO CODIGO-CG11.
           MOVE 1 TO TEM-CGD011-W.
           READ CGD011 INVALID KEY MOVE ZEROS TO TEM-CGD011-W
           END-READ.
           IF TEM-CGD011-W = ZEROS
              MOVE "SEM COMPLEMENTO EM CGD011" TO LINDET-REL
              PERFORM ESCREVE-LINHA
              GO SECAO-CADASTRO-FIM
           END-IF.
           ADD 1 TO QT-REGISTROS-W.
      *    COBRANCA
           MOVE SPACES TO LINDET-REL.
           STRING "COBRANCA: " ENDERECO1-CG11 " " BAIRRO1-CG11
                  " CEP " CEP1-CG11
                  DELIMITED BY SIZE INTO LINDET-REL.
           PERFORM ESCREVE-LINHA.
           MOVE CPF1-CG11 TO CPF-EXIBE-W.
           MOVE RG1-CG11  TO RG-EXIBE-W.
           PERFORM MASCARA-DOCUMENTOS.
           MOVE DATA-NASC1-CG11 TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE SPACES TO LINDET-REL.
           STRING "  CPF " CPF-EXIBE-W " RG " RG-EXIBE-W
                  " NASC " DATA-ED-W " SEXO " SEXO1-CG11
                  DELIMITED BY SIZE INTO LINDET-REL.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINDET-REL.
           STRING "  FONE " FONE1-CG11 " CEL (" DDD-CELULAR1-CG11
                  ") " CELULAR1-CG11 " E-MAIL " E-MAIL1-CG11
                  DELIMITED BY SIZE INTO LINDET-REL.
           PERFORM ESCREVE-LINHA.
      *    FORMANDO
           MOVE SPACES TO LINDET-REL.
           STRING "FORMANDO: " ENDERECO2-CG11 " " BAIRRO2-CG11
                  " CEP " CEP2-CG11
                  DELIMITED BY SIZE INTO LINDET-REL.
           PERFORM ESCREVE-LINHA.
           MOVE CPF2-CG11 TO CPF-EXIBE-W.
           MOVE RG2-CG11  TO RG-EXIBE-W.
           PERFORM MASCARA-DOCUMENTOS.
           MOVE DATA-NASC2-CG11 TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE SPACES TO LINDET-REL.
           STRING "  CPF " CPF-EXIBE-W " RG " RG-EXIBE-W
                  " NASC " DATA-ED-W " SEXO " SEXO2-CG11
                  DELIMITED BY SIZE INTO LINDET-REL.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINDET-REL.
           STRING "  FONE " FONE2-CG11 " CEL (" DDD-CELULAR2-CG11
                  ") " CELULAR2-CG11 " E-MAIL " E-MAIL2-CG11
                  DELIMITED BY SIZE INTO LINDET-REL.
           PERFORM ESCREVE-LINHA.
      *    PAIS, REPUBLICA E EMPRESA
           MOVE SPACES TO LINDET-REL.
           STRING "PAIS: " NOME-PAI-CG11 " / " NOME-MAE-CG11
                  DELIMITED BY SIZE INTO LINDET-REL.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINDET-REL.
           STRING "  " ENDERECO-PAIS-CG11 " " BAIRRO-PAIS-CG11
                  " CEL (" DDD-CELULAR-PAIS-CG11 ") "
                  CELULAR-PAIS-CG11
                  DELIMITED BY SIZE INTO LINDET-REL.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINDET-REL.
           STRING "REPUBLICA: " ENDERECO-REP-CG11 " "
                  BAIRRO-REP-CG11
                  DELIMITED BY SIZE INTO LINDET-REL.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINDET-REL.
           STRING "EMPRESA: " EMPRESA-CG11 " " ENDERECO3-CG11
                  DELIMITED BY SIZE INTO LINDET-REL.
           PERFORM ESCREVE-LINHA.
       SECAO-CADASTRO-FIM.
           EXIT.

      *    CPF/RG MASCARADOS COMO NA TELA DO CGP011 QUANDO O USUARIO
      *    NAO E AUTORIZADO A REVELAR.
       MASCARA-DOCUMENTOS SECTION.
           IF DOCUMENTOS-W = ZEROS
              MOVE ALL "*" TO CPF-EXIBE-W(1: 12)
              MOVE ALL "*" TO RG-EXIBE-W(1: 12)
           END-IF.

       SECAO-NOTIFICACOES SECTION.
           MOVE "NOTIFICACOES (CGD018)" TO SECAO-REL.
           PERFORM ESCREVE-SECAO.
           MOVE ZEROS TO QT-SECAO-W.
           IF TEM-CGD018-W = ZEROS
              GO SECAO-NOTIFICACOES-FIM
           END-IF.
           INITIALIZE CHAVE-CG18.
           START CGD018 KEY IS NOT < CHAVE-CG18 INVALID KEY
                 MOVE "10" TO ST-CGD018.
           PERFORM UNTIL ST-CGD018 = "10"
              READ CGD018 NEXT RECORD AT END MOVE "10" TO ST-CGD018
              NOT AT END
                IF CLASSIF-CLI-CG18 = CLASSIF-CLI-W
                   AND COD-CLIENTE-CG18 = COD-CLIENTE-W
                   ADD 1 TO QT-SECAO-W
                   MOVE DATA-CG18 TO DATA-CONV-W
                   PERFORM CONVERTE-DATA
                   MOVE SPACES TO LINDET-REL
                   MOVE DATA-ED-W TO LINDET-REL(1: 10)
                   IF EVENTO-CG18 > 0 AND EVENTO-CG18 < 5
                      MOVE NOME-EVENTO-W(EVENTO-CG18)
                        TO LINDET-REL(12: 12)
                   END-IF
                   MOVE FONE-CG18 TO LINDET-REL(25: 9)
                   MOVE TEXTO-CG18(1: 66) TO LINDET-REL(35: 66)
                   PERFORM ESCREVE-LINHA
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CGD018.
       SECAO-NOTIFICACOES-FIM.
           PERFORM ESCREVE-QT-SECAO.

       SECAO-SAC SECTION.
           MOVE "TICKETS DO SAC (CGD019)" TO SECAO-REL.
           PERFORM ESCREVE-SECAO.
           MOVE ZEROS TO QT-SECAO-W.
           IF TEM-CGD019-W = ZEROS
              GO SECAO-SAC-FIM
           END-IF.
           MOVE ZEROS TO TICKET-CG19.
           START CGD019 KEY IS NOT < TICKET-CG19 INVALID KEY
                 MOVE "10" TO ST-CGD019.
           PERFORM UNTIL ST-CGD019 = "10"
              READ CGD019 NEXT RECORD AT END MOVE "10" TO ST-CGD019
              NOT AT END
                IF CLASSIF-CLI-CG19 = CLASSIF-CLI-W
                   AND COD-CLIENTE-CG19 = COD-CLIENTE-W
                   ADD 1 TO QT-SECAO-W
                   MOVE DATA-ABERTURA-CG19 TO DATA-CONV-W
                   PERFORM CONVERTE-DATA
                   MOVE SPACES TO LINDET-REL
                   MOVE TICKET-CG19 TO LINDET-REL(1: 6)
                   MOVE DATA-ED-W   TO LINDET-REL(8: 10)
                   IF STATUS-CG19 = 1
                      MOVE "FECHADO" TO LINDET-REL(19: 7)
                   ELSE
                      MOVE "ABERTO"  TO LINDET-REL(19: 7)
                   END-IF
                   MOVE DESCRICAO-CG19 TO LINDET-REL(27: 60)
                   PERFORM ESCREVE-LINHA
                   IF RESOLUCAO-CG19 <> SPACES
                      MOVE SPACES TO LINDET-REL
                      MOVE RESOLUCAO-CG19 TO LINDET-REL(27: 60)
                      PERFORM ESCREVE-LINHA
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CGD019.
       SECAO-SAC-FIM.
           PERFORM ESCREVE-QT-SECAO.

       SECAO-CAMPANHAS SECTION.
           MOVE "CAMPANHAS DE MALA-DIRETA (CGD024)" TO SECAO-REL.
           PERFORM ESCREVE-SECAO.
           MOVE ZEROS TO QT-SECAO-W.
           IF TEM-CGD024-W = ZEROS
              GO SECAO-CAMPANHAS-FIM
           END-IF.
           MOVE ZEROS TO CHAVE-CG24.
           START CGD024 KEY IS NOT < CHAVE-CG24 INVALID KEY
                 MOVE "10" TO ST-CGD024.
           PERFORM UNTIL ST-CGD024 = "10"
              READ CGD024 NEXT RECORD AT END MOVE "10" TO ST-CGD024
              NOT AT END
                IF CLASSIF-CG24 = CLASSIF-CLI-W
                   AND CODIGO-CG24 = COD-CLIENTE-W
                   ADD 1 TO QT-SECAO-W
                   MOVE DATA-ENVIO-CG24 TO DATA-CONV-W
                   PERFORM CONVERTE-DATA
                   MOVE SPACES TO LINDET-REL
                   STRING "CAMPANHA " CAMPANHA-CG24 " ENVIO "
                          DATA-ED-W " RESPOSTA "
                          NOME-RESPOSTA-W(RESPOSTA-CG24 + 1)
                          DELIMITED BY SIZE INTO LINDET-REL
                   PERFORM ESCREVE-LINHA
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CGD024.
       SECAO-CAMPANHAS-FIM.
           PERFORM ESCREVE-QT-SECAO.

       SECAO-COBRANCA SECTION.
           MOVE "CONTATOS DA COBRANCA (CGD025)" TO SECAO-REL.
           PERFORM ESCREVE-SECAO.
           MOVE ZEROS TO QT-SECAO-W.
           IF TEM-CGD025-W = ZEROS
              GO SECAO-COBRANCA-FIM
           END-IF.
           MOVE CLASSIF-CLI-W TO CLASSIF-CG25.
           MOVE COD-CLIENTE-W TO CODIGO-CG25.
           MOVE ZEROS         TO SEQ-CG25.
           START CGD025 KEY IS NOT < CHAVE-CG25 INVALID KEY
                 MOVE "10" TO ST-CGD025.
           PERFORM UNTIL ST-CGD025 = "10"
              READ CGD025 NEXT RECORD AT END MOVE "10" TO ST-CGD025
              NOT AT END
                IF CLASSIF-CG25 <> CLASSIF-CLI-W
                   OR CODIGO-CG25 <> COD-CLIENTE-W
                   MOVE "10" TO ST-CGD025
                ELSE
                   ADD 1 TO QT-SECAO-W
                   MOVE DATA-CONTATO-CG25 TO DATA-CONV-W
                   PERFORM CONVERTE-DATA
                   MOVE SPACES TO LINDET-REL
                   MOVE DATA-ED-W TO LINDET-REL(1: 10)
                   IF RESULTADO-CG25 > 0 AND RESULTADO-CG25 < 7
                      MOVE NOME-RESULTADO-W(RESULTADO-CG25)
                        TO LINDET-REL(12: 12)
                   END-IF
                   IF DATA-PROMESSA-CG25 > ZEROS
                      MOVE DATA-PROMESSA-CG25 TO DATA-CONV-W
                      PERFORM CONVERTE-DATA
                      MOVE DATA-ED-W TO LINDET-REL(25: 10)
                   END-IF
                   MOVE OBS-CG25 TO LINDET-REL(36: 40)
                   PERFORM ESCREVE-LINHA
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CGD025.
       SECAO-COBRANCA-FIM.
           PERFORM ESCREVE-QT-SECAO.

       SECAO-NEGATIVACAO SECTION.
           MOVE "NEGATIVACAO NO BUREAU DE CREDITO (CGD026)"
             TO SECAO-REL.
           PERFORM ESCREVE-SECAO.
           MOVE ZEROS TO QT-SECAO-W.
           IF TEM-CGD026-W = ZEROS
              GO SECAO-NEGATIVACAO-FIM
           END-IF.
           MOVE CLASSIF-CLI-W TO CLASSIF-CG26.
           MOVE COD-CLIENTE-W TO CODIGO-CG26.
           READ CGD026 INVALID KEY
                GO SECAO-NEGATIVACAO-FIM
           END-READ.
           ADD 1 TO QT-SECAO-W.
           MOVE SPACES TO LINDET-REL.
           EVALUATE STATUS-CG26
              WHEN 0 MOVE "INCLUSAO ENVIADA"  TO LINDET-REL(1: 20)
              WHEN 1 MOVE "NEGATIVADO"        TO LINDET-REL(1: 20)
              WHEN 2 MOVE "EXCLUSAO ENVIADA"  TO LINDET-REL(1: 20)
              WHEN OTHER MOVE "EXCLUIDO"      TO LINDET-REL(1: 20)
           END-EVALUATE.
           MOVE DATA-INCLUSAO-CG26 TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE "INCL"    TO LINDET-REL(22: 4).
           MOVE DATA-ED-W TO LINDET-REL(27: 10).
           MOVE DATA-NEGATIVACAO-CG26 TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE "NEGAT"   TO LINDET-REL(38: 5).
           MOVE DATA-ED-W TO LINDET-REL(44: 10).
           MOVE DATA-EXCLUSAO-CG26 TO DATA-CONV-W.
           PERFORM CONVERTE-DATA.
           MOVE "EXCL"    TO LINDET-REL(55: 4).
           MOVE DATA-ED-W TO LINDET-REL(60: 10).
           PERFORM ESCREVE-LINHA.
       SECAO-NEGATIVACAO-FIM.
           PERFORM ESCREVE-QT-SECAO.

      *    SOMENTE OS 4 ULTIMOS DIGITOS - O NUMERO COMPLETO NUNCA E
      *    GRAVADO (CRPW020). O CARTAO E DO CODIGO DO CLIENTE.
       SECAO-CARTOES SECTION.
           MOVE "CARTOES DE CREDITO (CRD020)" TO SECAO-REL.
           PERFORM ESCREVE-SECAO.
           MOVE ZEROS TO QT-SECAO-W.
           IF TEM-CRD020-W = ZEROS
              GO SECAO-CARTOES-FIM
           END-IF.
           MOVE COD-CLIENTE-W TO COD-CLIENTE-CR20.
           MOVE ZEROS         TO SEQ-CARTAO-CR20.
           START CRD020 KEY IS NOT < CHAVE-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END MOVE "10" TO ST-CRD020
              NOT AT END
                IF COD-CLIENTE-CR20 <> COD-CLIENTE-W
                   MOVE "10" TO ST-CRD020
                ELSE
                   ADD 1 TO QT-SECAO-W
                   MOVE VALIDADE-CR20 TO VALIDADE-ED-W
                   MOVE SPACES TO LINDET-REL
                   STRING "CARTAO FINAL " ULT4-CARTAO-CR20
                          " VALIDADE " VALIDADE-ED-W " "
                          NOME-CARTAO-CR20
                          DELIMITED BY SIZE INTO LINDET-REL
                   PERFORM ESCREVE-LINHA
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD020.
       SECAO-CARTOES-FIM.
           PERFORM ESCREVE-QT-SECAO.

       SECAO-TITULOS SECTION.
           MOVE "TITULOS DO CONTAS A RECEBER (CRD100)" TO SECAO-REL.
           PERFORM ESCREVE-SECAO.
           MOVE ZEROS TO QT-SECAO-W.
           MOVE ZEROS TO CONTRATO-CR100 SEQ-CR100.
           START CRD100 KEY IS NOT < CHAVE-CR100 INVALID KEY
                 MOVE "10" TO ST-CRD100.
           PERFORM UNTIL ST-CRD100 = "10"
              READ CRD100 NEXT RECORD AT END MOVE "10" TO ST-CRD100
              NOT AT END
                IF CLASSIF-CLI-CR100 = CLASSIF-CLI-W
                   AND COD-CLIENTE-CR100 = COD-CLIENTE-W
                   ADD 1 TO QT-SECAO-W
                   MOVE DATA-VENCTO-CR100 TO DATA-CONV-W
                   PERFORM CONVERTE-DATA
                   MOVE VALOR-TOT-CR100 TO VALOR-ED-W
                   MOVE SPACES TO LINDET-REL
                   MOVE CONTRATO-CR100  TO LINDET-REL(1: 6)
                   MOVE SEQ-CR100       TO LINDET-REL(8: 5)
                   MOVE NR-DOCTO-CR100  TO LINDET-REL(14: 10)
                   MOVE DESCRICAO-CR100 TO LINDET-REL(25: 30)
                   MOVE DATA-ED-W       TO LINDET-REL(56: 10)
                   MOVE VALOR-ED-W      TO LINDET-REL(67: 12)
                   MOVE SITUACAO-CR100  TO LINDET-REL(80: 1)
                   PERFORM ESCREVE-LINHA
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD100.
           PERFORM ESCREVE-QT-SECAO.

      *----------------------------------------------------------------
      *    SAIDA: IMPRESSORA OU ARQUIVO TEXTO
      *----------------------------------------------------------------
       ESCREVE-SECAO SECTION.
           MOVE SPACES TO LINDET-REL.
           PERFORM ESCREVE-LINHA.
           MOVE LINSECAO TO LINDET-REL.
           PERFORM ESCREVE-LINHA.

       ESCREVE-QT-SECAO SECTION.
           ADD QT-SECAO-W TO QT-REGISTROS-W.
           MOVE QT-SECAO-W TO QT-ED-W.
           MOVE SPACES TO LINDET-REL.
           STRING "    " QT-ED-W " REGISTRO(S)"
                  DELIMITED BY SIZE INTO LINDET-REL.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA SECTION.
           IF SAIDA-W = 2
              WRITE REG-SAIDA FROM LINDET
           ELSE
              WRITE REG-RELAT FROM LINDET
              ADD 1 TO LIN
              IF LIN > 56 PERFORM CABECALHO END-IF
           END-IF.

       CONVERTE-DATA SECTION.
           MOVE DATA-CONV-W(7: 2) TO DATA-DDMMAAAA-W(1: 2).
           MOVE DATA-CONV-W(5: 2) TO DATA-DDMMAAAA-W(3: 2).
           MOVE DATA-CONV-W(1: 4) TO DATA-DDMMAAAA-W(5: 4).
           MOVE DATA-DDMMAAAA-W   TO DATA-ED-W.

       CABECALHO SECTION.
           ADD 1 TO PAGE-COUNT.  MOVE PAGE-COUNT TO PAG-REL.
           ACCEPT DATA-CONV-W FROM DATE YYYYMMDD.
           PERFORM CONVERTE-DATA.
           MOVE DATA-ED-W     TO DATA-EMISSAO-REL.
           MOVE CLASSIF-CLI-W TO CLASSIF-REL.
           MOVE COD-CLIENTE-W TO CODIGO-REL.
           IF SAIDA-W = 2
              WRITE REG-SAIDA FROM CAB01
              WRITE REG-SAIDA FROM CAB02
              WRITE REG-SAIDA FROM CAB03
           ELSE
              IF PAGE-COUNT = 1
                 WRITE REG-RELAT FROM CAB01
              ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE
              END-IF
              WRITE REG-RELAT FROM CAB02 AFTER 2
              WRITE REG-RELAT FROM CAB03
              MOVE 4 TO LIN
           END-IF.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD010 CGD011 CRD100 CGD027 LOGD005.
           IF TEM-CGD014-W = 1 CLOSE CGD014 END-IF.
           IF TEM-CGD018-W = 1 CLOSE CGD018 END-IF.
           IF TEM-CGD019-W = 1 CLOSE CGD019 END-IF.
           IF TEM-CGD024-W = 1 CLOSE CGD024 END-IF.
           IF TEM-CGD025-W = 1 CLOSE CGD025 END-IF.
           IF TEM-CGD026-W = 1 CLOSE CGD026 END-IF.
           IF TEM-CRD020-W = 1 CLOSE CRD020 END-IF.
           EXIT PROGRAM.
