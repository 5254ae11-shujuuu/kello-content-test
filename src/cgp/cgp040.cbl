       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGP040.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Conversão única dos celulares para 9 dígitos, no molde
      *do VIP119. Reconstrói CGD011 (celulares de cobrança, formando
      *e pais, 9(8) -> 9(9), DDD do celular dos pais incluído) e a
      *fila de notificações CGD018 (FONE 9(8) -> 9(9)):
      *  - etapa 1: lê o indexado no layout antigo e grava a geração
      *             sequencial CNV<ARQUIVO>.SEQ já no layout novo,
      *             pondo o 9 na frente dos celulares pela regra de
      *             DDD do CGP039 (DDD existente + faixa de móvel);
      *  - etapa 2: recria o indexado a partir da geração e confere a
      *             contagem carregada com a contagem lida.
      *O andamento fica no registro de controle CG011CNV (execução
      *interrompida é retomada na etapa em que parou). Concluídos os
      *dois arquivos, lista os celulares que a regra não conseguiu
      *decidir (sem DDD, DDD inexistente, número de fixo no campo de
      *celular) para acerto na tela CGP011.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX010.
           COPY CGPX011.
           COPY CGPX018.
      *    MESMOS ARQUIVOS FISICOS, NO LAYOUT ANTIGO (CELULAR 9(8))
           SELECT CGD011A ASSIGN TO PATH-CGD011
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-COMPL-A11
                  STATUS IS ST-CGD011A.
           SELECT CGD018A ASSIGN TO PATH-CGD018
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-A18
                  ALTERNATE RECORD KEY IS ALT-A18
                            WITH DUPLICATES
                  STATUS IS ST-CGD018A.
           SELECT CG011CNV ASSIGN TO ARQUIVO-CG011CNV
               ORGANIZATION INDEXED ACCESS MODE DYNAMIC
               RECORD KEY CHAVE-CNV011
               FILE STATUS ST-CG011CNV.
           SELECT CONVERTE ASSIGN TO ARQUIVO-CONVERTE-W
               ORGANIZATION SEQUENTIAL
               FILE STATUS ST-CONVERTE.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW010.
       COPY CGPW011.
      *VISAO EM BLOCOS DO CGD011 NOVO, NA MESMA ORDEM DO LAYOUT ANTIGO
      *(CGD011A), PARA A CONVERSAO MOVER OS TRECHOS INALTERADOS.
       01  REG-CGD011-BLOCOS.
           05  COD-COMPL-B11         PIC X(9).
           05  BLOCO1-B11            PIC X(250).
           05  FILLER                PIC X(11).
           05  BLOCO2-B11            PIC X(255).
           05  FILLER                PIC X(11).
           05  BLOCO3-B11            PIC X(185).
           05  FILLER                PIC X(11).
           05  BLOCO4-B11            PIC X(315).
           05  FILLER                PIC X(45).
           05  BLOCO5-B11            PIC X(16).
       COPY CGPW018.
      *CGD011 NO LAYOUT ANTIGO. BLOCO1 = ENDERECO1 A FAX1; BLOCO2 =
      *SEXO1 A ORGAO-EXPEDICAO2; BLOCO3 = FAX2 A FONE-PAIS; BLOCO4 =
      *CIDADE-PAIS A TIPO-PESSOA; BLOCO5 = DATAS DE VALIDADE DO RG.
       FD  CGD011A.
       01  REG-CGD011A.
           05  COD-COMPL-A11         PIC X(9).
           05  BLOCO1-A11            PIC X(250).
           05  DDD-CELULAR1-A11      PIC 9(2).
           05  CELULAR1-A11          PIC 9(8).
           05  BLOCO2-A11            PIC X(255).
           05  DDD-CELULAR2-A11      PIC 9(2).
           05  CELULAR2-A11          PIC 9(8).
           05  BLOCO3-A11            PIC X(185).
           05  CELULAR-PAIS-A11      PIC 9(8).
           05  BLOCO4-A11            PIC X(315).
           05  FILLER                PIC X(50).
           05  BLOCO5-A11            PIC X(16).
      *CGD018 NO LAYOUT ANTIGO.
       FD  CGD018A.
       01  REG-CGD018A.
           05  CHAVE-A18               PIC X(17).
           05  ALT-A18                 PIC X(10).
           05  CLASSIF-CLI-A18         PIC 9.
           05  COD-CLIENTE-A18         PIC 9(8).
           05  CONTRATO-A18            PIC 9(8).
           05  COMPLEMENTO-A18         PIC X(30).
           05  DDD-A18                 PIC 9(2).
           05  FONE-A18                PIC 9(8).
           05  TEXTO-A18               PIC X(120).
           05  STATUS-A18              PIC 9.
           05  DATA-RETORNO-A18        PIC 9(8).
      *CONTROLE DA CONVERSAO: REGISTRO UNICO (CHAVE "1") COM A ETAPA
      *DE CADA ARQUIVO (1-CGD011  2-CGD018):
      *  0 = PENDENTE  1 = GERACAO SEQUENCIAL GRAVADA  2 = RECONSTRUIDO
      *E A CONTAGEM LIDA DO INDEXADO ANTIGO, CONFERIDA NA RECARGA.
       FD  CG011CNV.
       01  REG-CG011CNV.
           05  CHAVE-CNV011              PIC X(1).
           05  ARQUIVO-CNV011 OCCURS 2 TIMES.
               10  ETAPA-CNV011          PIC 9.
               10  QT-LIDOS-CNV011       PIC 9(9).
           05  DATA-CNV011               PIC 9(8).
           05  HORA-CNV011               PIC 9(8).
           05  USUARIO-CNV011            PIC 9(6).
       01  ARQUIVO-CG011CNV              PIC X(30).
       FD  CONVERTE
           LABEL RECORD IS OMITTED.
       01  REG-CONVERTE                  PIC X(1200).
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
           05  ST-CGD018             PIC XX       VALUE SPACES.
           05  ST-CGD011A            PIC XX       VALUE SPACES.
           05  ST-CGD018A            PIC XX       VALUE SPACES.
           05  ST-CG011CNV           PIC XX       VALUE SPACES.
           05  ST-CONVERTE           PIC XX       VALUE SPACES.
           05  PATH-CGD010           PIC X(30)    VALUE SPACES.
           05  PATH-CGD011           PIC X(30)    VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  IND-A                 PIC 9        VALUE ZEROS.
           05  ARQUIVO-CONVERTE-W    PIC X(60)    VALUE SPACES.
           05  QT-LIDOS-W            PIC 9(9)     VALUE ZEROS.
           05  QT-CARREGADOS-W       PIC 9(9)     VALUE ZEROS.
           05  QT-PREFIXADOS-W       PIC 9(7)     VALUE ZEROS.
           05  QT-NAO-DECIDIDOS-W    PIC 9(7)     VALUE ZEROS.
           05  CAMPO-CELULAR-W       PIC X(10)    VALUE SPACES.
      *    TABELA DOS ARQUIVOS CONVERTIDOS, NA ORDEM DO CONTROLE
           05  TAB-ARQUIVOS.
               10  FILLER            PIC X(10) VALUE "CGD011".
               10  FILLER            PIC X(10) VALUE "CGD018".
           05  TAB-ARQ REDEFINES TAB-ARQUIVOS.
               10  TA-NOME OCCURS 2 TIMES PIC X(10).
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
           COPY CGPW039C.

       01  CAB01.
           05  FILLER              PIC X(44)   VALUE
               "CONVERSAO DOS CELULARES PARA 9 DIGITOS".
           05  FILLER              PIC X(44)   VALUE
               "CELULARES NAO DECIDIDOS PELA REGRA DE DDD".
       01  CAB02.
           05  FILLER              PIC X(95)   VALUE ALL "=".
       01  CAB03.
           05  FILLER              PIC X(95)   VALUE
           "C CODIGO   NOME                      CAMPO      DDD NUMERO
      -    "      MOTIVO".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              PERFORM CONVERTE-CGD011
           END-IF.
           IF ERRO-W = 0
              PERFORM CONVERTE-CGD018
           END-IF.
           IF ERRO-W = 0
              PERFORM IMPRIME-NAO-DECIDIDOS
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD018.
           MOVE "CG011CNV" TO ARQ-REC.  MOVE EMPRESA-REF
               TO ARQUIVO-CG011CNV.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W
              GO INICIALIZA-PROGRAMA-FIM
           END-IF.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008) -
      *    RECONSTRUCAO DE ARQUIVOS, OPERACAO SENSIVEL.
           MOVE "CGP040" TO LOG008-PROGRAMA
           CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
           CANCEL "LOG008"
           IF LOG008-RESULTADO = ZEROS
              DISPLAY "USUARIO SEM AUTORIZACAO PARA CGP040"
              MOVE 1 TO ERRO-W
              GO INICIALIZA-PROGRAMA-FIM
           END-IF.
           OPEN I-O CG011CNV.
           IF ST-CG011CNV = "35"
              OPEN OUTPUT CG011CNV
              CLOSE       CG011CNV
              OPEN I-O    CG011CNV
           END-IF.
           IF ST-CG011CNV <> "00"
              DISPLAY "ERRO ABERTURA CG011CNV: " ST-CG011CNV
              MOVE 1 TO ERRO-W
              GO INICIALIZA-PROGRAMA-FIM
           END-IF.
           MOVE "1" TO CHAVE-CNV011.
           READ CG011CNV INVALID KEY
                INITIALIZE REG-CG011CNV
                MOVE "1" TO CHAVE-CNV011
                ACCEPT DATA-CNV011 FROM DATE YYYYMMDD
                ACCEPT HORA-CNV011 FROM TIME
                MOVE COD-USUARIO-W TO USUARIO-CNV011
                WRITE REG-CG011CNV
           END-READ.
           IF ETAPA-CNV011(1) = 2 AND ETAPA-CNV011(2) = 2
              DISPLAY "CONVERSAO JA CONCLUIDA EM " DATA-CNV011
                      " - SO A LISTAGEM SERA EMITIDA"
           ELSE
              IF ETAPA-CNV011(1) <> 0 OR ETAPA-CNV011(2) <> 0
                 DISPLAY "RETOMANDO CONVERSAO INICIADA EM "
                         DATA-CNV011
              END-IF
           END-IF.
       INICIALIZA-PROGRAMA-FIM.
           EXIT.

      *    MONTA O NOME DA GERACAO SEQUENCIAL DO ARQUIVO IND-A.
       NOME-CONVERTE SECTION.
           MOVE SPACES TO ARQUIVO-CONVERTE-W.
           STRING "\PROGRAMA\KELLO\" EMPRESA-W "\CNV"
                  TA-NOME(IND-A) DELIMITED BY "  "
                  ".SEQ" DELIMITED BY SIZE
                  INTO ARQUIVO-CONVERTE-W.

       GRAVA-CONTROLE SECTION.
           REWRITE REG-CG011CNV INVALID KEY
                DISPLAY "ERRO GRAVANDO CG011CNV: " ST-CG011CNV
                MOVE 1 TO ERRO-W
           END-REWRITE.

      *    SO MARCA O ARQUIVO COMO RECONSTRUIDO SE A CONTAGEM CARREGADA
      *    BATE COM A LIDA NO LAYOUT ANTIGO; NA DIVERGENCIA A ETAPA
      *    FICA EM 1 E A PROXIMA EXECUCAO RECARREGA DA MESMA GERACAO.
       CONFERE-RECARGA SECTION.
           DISPLAY TA-NOME(IND-A) " LIDOS......: "
                   QT-LIDOS-CNV011(IND-A).
           DISPLAY TA-NOME(IND-A) " CARREGADOS.: " QT-CARREGADOS-W.
           IF QT-CARREGADOS-W = QT-LIDOS-CNV011(IND-A)
              MOVE 2 TO ETAPA-CNV011(IND-A)
              PERFORM GRAVA-CONTROLE
           ELSE
              DISPLAY "CONTAGEM DIVERGENTE EM " TA-NOME(IND-A)
                      " - GERACAO " ARQUIVO-CONVERTE-W
                      " PRESERVADA PARA NOVA RECARGA"
              MOVE 1 TO ERRO-W
           END-IF.

      *    APLICA A REGRA DO CGP039 AO CELULAR EM CGP039-DDD/NUMERO:
      *    SO O RESULTADO 2 (CELULAR ANTIGO COM DDD EXISTENTE) MUDA O
      *    NUMERO; O RESTO FICA COMO ESTA.
       PREFIXA-CELULAR SECTION.
           IF CGP039-NUMERO = ZEROS
              GO PREFIXA-CELULAR-FIM
           END-IF.
           CALL "CGP039" USING CGP039-PARAMETROS.
           IF CGP039-RESULTADO = 2
              ADD 1 TO QT-PREFIXADOS-W
           END-IF.
       PREFIXA-CELULAR-FIM.
           EXIT.

       CONVERTE-CGD011 SECTION.
           MOVE 1 TO IND-A.
           PERFORM NOME-CONVERTE.
           IF ETAPA-CNV011(1) = 0
              PERFORM GERA-CGD011
           END-IF.
           IF ERRO-W = 0 AND ETAPA-CNV011(1) = 1
              PERFORM RECARGA-CGD011
           END-IF.

      *    ETAPA 1: INDEXADO ANTIGO -> GERACAO SEQUENCIAL NO LAYOUT
      *    NOVO. O CELULAR DOS PAIS NAO TINHA DDD: ENTRA COM DDD
      *    ZERADO E FICA NA LISTAGEM DE NAO DECIDIDOS.
       GERA-CGD011 SECTION.
           MOVE ZEROS TO QT-LIDOS-W QT-PREFIXADOS-W.
           OPEN INPUT CGD011A.
           IF ST-CGD011A = "35"
              DISPLAY "CGD011 INEXISTENTE - NADA A CONVERTER"
              MOVE 2 TO ETAPA-CNV011(1)
              PERFORM GRAVA-CONTROLE
              GO GERA-CGD011-FIM
           END-IF.
           IF ST-CGD011A <> "00"
              DISPLAY "ERRO ABERTURA CGD011 (LAYOUT ANTIGO): "
                      ST-CGD011A
              MOVE 1 TO ERRO-W
              GO GERA-CGD011-FIM
           END-IF.
           OPEN OUTPUT CONVERTE.
           IF ST-CONVERTE <> "00"
              DISPLAY "ERRO ABRINDO " ARQUIVO-CONVERTE-W ": "
                      ST-CONVERTE
              CLOSE CGD011A
              MOVE 1 TO ERRO-W
              GO GERA-CGD011-FIM
           END-IF.
           PERFORM UNTIL ST-CGD011A <> "00"
              READ CGD011A NEXT RECORD AT END
                   MOVE "10" TO ST-CGD011A
              NOT AT END
                MOVE SPACES            TO REG-CGD011-BLOCOS
                MOVE COD-COMPL-A11     TO COD-COMPL-B11
                MOVE BLOCO1-A11        TO BLOCO1-B11
                MOVE BLOCO2-A11        TO BLOCO2-B11
                MOVE BLOCO3-A11        TO BLOCO3-B11
                MOVE BLOCO4-A11        TO BLOCO4-B11
                MOVE BLOCO5-A11        TO BLOCO5-B11
                MOVE DDD-CELULAR1-A11  TO CGP039-DDD
                MOVE CELULAR1-A11      TO CGP039-NUMERO
                PERFORM PREFIXA-CELULAR
                MOVE DDD-CELULAR1-A11  TO DDD-CELULAR1-CG11
                MOVE CGP039-NUMERO     TO CELULAR1-CG11
                MOVE DDD-CELULAR2-A11  TO CGP039-DDD
                MOVE CELULAR2-A11      TO CGP039-NUMERO
                PERFORM PREFIXA-CELULAR
                MOVE DDD-CELULAR2-A11  TO DDD-CELULAR2-CG11
                MOVE CGP039-NUMERO     TO CELULAR2-CG11
                MOVE ZEROS             TO DDD-CELULAR-PAIS-CG11
                MOVE CELULAR-PAIS-A11  TO CELULAR-PAIS-CG11
                MOVE SPACES TO REG-CONVERTE
                MOVE REG-CGD011 TO REG-CONVERTE
                WRITE REG-CONVERTE
                ADD 1 TO QT-LIDOS-W
              END-READ
           END-PERFORM.
           CANCEL "CGP039".
           CLOSE CGD011A CONVERTE.
           DISPLAY "CGD011 CELULARES COM 9 NA FRENTE: " QT-PREFIXADOS-W.
           MOVE QT-LIDOS-W TO QT-LIDOS-CNV011(1).
           MOVE 1 TO ETAPA-CNV011(1).
           PERFORM GRAVA-CONTROLE.
       GERA-CGD011-FIM.
           EXIT.

      *    ETAPA 2: RECRIA O INDEXADO NO LAYOUT NOVO A PARTIR DA
      *    GERACAO (RE-EXECUTAVEL: OPEN OUTPUT RECOMECA DO ZERO).
       RECARGA-CGD011 SECTION.
           MOVE ZEROS TO QT-CARREGADOS-W.
           OPEN INPUT CONVERTE.
           IF ST-CONVERTE <> "00"
              DISPLAY "GERACAO " ARQUIVO-CONVERTE-W
                      " INACESSIVEL: " ST-CONVERTE
              MOVE 1 TO ERRO-W
              GO RECARGA-CGD011-FIM
           END-IF.
           OPEN OUTPUT CGD011.
           PERFORM UNTIL ST-CONVERTE <> "00"
              READ CONVERTE AT END MOVE "10" TO ST-CONVERTE
              NOT AT END
                MOVE REG-CONVERTE TO REG-CGD011
                WRITE REG-CGD011 INVALID KEY
                      DISPLAY "CHAVE DUPLICADA CGD011: "
                              COD-COMPL-CG11
                  NOT INVALID KEY
                      ADD 1 TO QT-CARREGADOS-W
                END-WRITE
              END-READ
           END-PERFORM.
           CLOSE CONVERTE CGD011.
           PERFORM CONFERE-RECARGA.
       RECARGA-CGD011-FIM.
           EXIT.

       CONVERTE-CGD018 SECTION.
           MOVE 2 TO IND-A.
           PERFORM NOME-CONVERTE.
           IF ETAPA-CNV011(2) = 0
              PERFORM GERA-CGD018
           END-IF.
           IF ERRO-W = 0 AND ETAPA-CNV011(2) = 1
              PERFORM RECARGA-CGD018
           END-IF.

       GERA-CGD018 SECTION.
           MOVE ZEROS TO QT-LIDOS-W QT-PREFIXADOS-W.
           OPEN INPUT CGD018A.
           IF ST-CGD018A = "35"
              DISPLAY "CGD018 INEXISTENTE - NADA A CONVERTER"
              MOVE 2 TO ETAPA-CNV011(2)
              PERFORM GRAVA-CONTROLE
              GO GERA-CGD018-FIM
           END-IF.
           IF ST-CGD018A <> "00"
              DISPLAY "ERRO ABERTURA CGD018 (LAYOUT ANTIGO): "
                      ST-CGD018A
              MOVE 1 TO ERRO-W
              GO GERA-CGD018-FIM
           END-IF.
           OPEN OUTPUT CONVERTE.
           IF ST-CONVERTE <> "00"
              DISPLAY "ERRO ABRINDO " ARQUIVO-CONVERTE-W ": "
                      ST-CONVERTE
              CLOSE CGD018A
              MOVE 1 TO ERRO-W
              GO GERA-CGD018-FIM
           END-IF.
           PERFORM UNTIL ST-CGD018A <> "00"
              READ CGD018A NEXT RECORD AT END
                   MOVE "10" TO ST-CGD018A
              NOT AT END
                INITIALIZE REG-CGD018
                MOVE CHAVE-A18          TO CHAVE-CG18
                MOVE ALT-A18            TO ALT-CG18
                MOVE CLASSIF-CLI-A18    TO CLASSIF-CLI-CG18
                MOVE COD-CLIENTE-A18    TO COD-CLIENTE-CG18
                MOVE CONTRATO-A18       TO CONTRATO-CG18
                MOVE COMPLEMENTO-A18    TO COMPLEMENTO-CG18
                MOVE DDD-A18            TO DDD-CG18 CGP039-DDD
                MOVE FONE-A18           TO CGP039-NUMERO
                PERFORM PREFIXA-CELULAR
                MOVE CGP039-NUMERO      TO FONE-CG18
                MOVE TEXTO-A18          TO TEXTO-CG18
                MOVE STATUS-A18         TO STATUS-CG18
                MOVE DATA-RETORNO-A18   TO DATA-RETORNO-CG18
                MOVE SPACES TO REG-CONVERTE
                MOVE REG-CGD018 TO REG-CONVERTE
                WRITE REG-CONVERTE
                ADD 1 TO QT-LIDOS-W
              END-READ
           END-PERFORM.
           CANCEL "CGP039".
           CLOSE CGD018A CONVERTE.
           DISPLAY "CGD018 FONES COM 9 NA FRENTE: " QT-PREFIXADOS-W.
           MOVE QT-LIDOS-W TO QT-LIDOS-CNV011(2).
           MOVE 1 TO ETAPA-CNV011(2).
           PERFORM GRAVA-CONTROLE.
       GERA-CGD018-FIM.
           EXIT.

       RECARGA-CGD018 SECTION.
           MOVE ZEROS TO QT-CARREGADOS-W.
           OPEN INPUT CONVERTE.
           IF ST-CONVERTE <> "00"
              DISPLAY "GERACAO " ARQUIVO-CONVERTE-W
                      " INACESSIVEL: " ST-CONVERTE
              MOVE 1 TO ERRO-W
              GO RECARGA-CGD018-FIM
           END-IF.
           OPEN OUTPUT CGD018.
           PERFORM UNTIL ST-CONVERTE <> "00"
              READ CONVERTE AT END MOVE "10" TO ST-CONVERTE
              NOT AT END
                MOVE REG-CONVERTE TO REG-CGD018
                WRITE REG-CGD018 INVALID KEY
                      DISPLAY "CHAVE DUPLICADA CGD018: " CHAVE-CG18
                  NOT INVALID KEY
                      ADD 1 TO QT-CARREGADOS-W
                END-WRITE
              END-READ
           END-PERFORM.
           CLOSE CONVERTE CGD018.
           PERFORM CONFERE-RECARGA.
       RECARGA-CGD018-FIM.
           EXIT.

      *    PERCORRE O CGD011 JA CONVERTIDO E LISTA OS CELULARES
      *    PREENCHIDOS QUE NAO ESTAO NO PADRAO (DDD + 9 DIGITOS
      *    INICIANDO POR 9). RE-EXECUTAVEL: DEPOIS DOS ACERTOS NO
      *    CGP011 A LISTAGEM ENCOLHE.
       IMPRIME-NAO-DECIDIDOS SECTION.
           MOVE ZEROS TO QT-NAO-DECIDIDOS-W.
           OPEN INPUT CGD010 CGD011.
           IF ST-CGD011 <> "00"
              DISPLAY "ERRO ABERTURA CGD011: " ST-CGD011
              MOVE 1 TO ERRO-W
              GO IMPRIME-NAO-DECIDIDOS-FIM
           END-IF.
           OPEN OUTPUT RELAT.
           WRITE REG-RELAT FROM CAB01.
           WRITE REG-RELAT FROM CAB02.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB02.
           MOVE 4 TO LIN.
           PERFORM UNTIL ST-CGD011 <> "00"
              READ CGD011 NEXT RECORD AT END MOVE "10" TO ST-CGD011
              NOT AT END
                MOVE "COBRANCA"          TO CAMPO-CELULAR-W
                MOVE DDD-CELULAR1-CG11   TO CGP039-DDD
                MOVE CELULAR1-CG11       TO CGP039-NUMERO
                PERFORM CONFERE-CELULAR
                MOVE "FORMANDO"          TO CAMPO-CELULAR-W
                MOVE DDD-CELULAR2-CG11   TO CGP039-DDD
                MOVE CELULAR2-CG11       TO CGP039-NUMERO
                PERFORM CONFERE-CELULAR
                MOVE "PAIS"              TO CAMPO-CELULAR-W
                MOVE DDD-CELULAR-PAIS-CG11 TO CGP039-DDD
                MOVE CELULAR-PAIS-CG11   TO CGP039-NUMERO
                PERFORM CONFERE-CELULAR
              END-READ
           END-PERFORM.
           CANCEL "CGP039".
           MOVE SPACES TO LINDET-REL.
           WRITE REG-RELAT FROM LINDET.
           MOVE "CELULARES NAO DECIDIDOS: " TO LINDET-REL(1: 25).
           MOVE QT-NAO-DECIDIDOS-W TO LINDET-REL(26: 7).
           WRITE REG-RELAT FROM LINDET.
           CLOSE RELAT.
           DISPLAY "CELULARES NAO DECIDIDOS: " QT-NAO-DECIDIDOS-W.
       IMPRIME-NAO-DECIDIDOS-FIM.
           CLOSE CGD010 CGD011.

       CONFERE-CELULAR SECTION.
           IF CGP039-NUMERO = ZEROS
              GO CONFERE-CELULAR-FIM
           END-IF.
           CALL "CGP039" USING CGP039-PARAMETROS.
           IF CGP039-RESULTADO = 1
              GO CONFERE-CELULAR-FIM
           END-IF.
           MOVE CLASSIF-CG11 TO CLASSIF-CG10.
           MOVE CODIGO-CG11  TO CODIGO-CG10.
           READ CGD010 INVALID KEY MOVE SPACES TO NOME-CG10
           END-READ.
           MOVE SPACES             TO LINDET-REL
           MOVE CLASSIF-CG11       TO LINDET-REL(1: 1)
           MOVE CODIGO-CG11        TO LINDET-REL(3: 8)
           MOVE NOME-CG10(1: 25)   TO LINDET-REL(12: 25)
           MOVE CAMPO-CELULAR-W    TO LINDET-REL(38: 10)
           MOVE CGP039-DDD         TO LINDET-REL(49: 2)
           MOVE CGP039-NUMERO      TO LINDET-REL(53: 9)
           IF CGP039-DDD = ZEROS
              MOVE "SEM DDD" TO LINDET-REL(67: 30)
           ELSE
              MOVE "DDD INEXISTENTE OU NUMERO DE FIXO"
                TO LINDET-REL(67: 33)
           END-IF.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO QT-NAO-DECIDIDOS-W.
           ADD 1 TO LIN.
           IF LIN > 56
              WRITE REG-RELAT FROM CAB03 AFTER PAGE
              WRITE REG-RELAT FROM CAB02
              MOVE 3 TO LIN
           END-IF.
       CONFERE-CELULAR-FIM.
           EXIT.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CG011CNV.
           EXIT PROGRAM.
