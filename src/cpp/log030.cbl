       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG030.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Empresa de treinamento - cópia dos arquivos de uma
      *empresa de produção com os dados pessoais mascarados, para o
      *operador novo aprender sem deixar registro de teste no LBD101,
      *CPD020 e CGD011 da produção. Segue a exportação/reconstrução
      *do LOG022 (geração sequencial + indexado recriado), arquivo a
      *arquivo, com a máscara aplicada no meio do caminho:
      *  CRIAR .....: cadastra a empresa de treinamento no CGD016
      *               (TREINO-CG16 = 1, desativada, origem = empresa
      *               corrente), cria o diretório dela e copia os
      *               arquivos escolhidos da tabela - a geração
      *               mascarada TRN<ARQUIVO>.SEQ fica no diretório da
      *               empresa de treinamento e é o retrato da turma;
      *  RESETAR ...: no início de cada turma recria os indexados da
      *               empresa de treinamento a partir desse retrato.
      *Máscara: nomes (CGD001, CGD010, pais no CGD011, titular do
      *cartão, recebedor da remessa), CPF (fictício com dígito
      *verificador válido), RG, telefones/celulares/fax, e-mails e
      *token do cartão (CRD020). Só uma empresa marcada como de
      *treinamento no CGD016 é sobrescrita.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX016.
           COPY CGPX001.
           COPY CGPX010.
           COPY CGPX011.
           COPY LBPX101.
           COPY LBPX102.
           COPY LBPX215.
           COPY LBPX216.
           COPY VIPX110.
           COPY VIPX120.
           COPY CRPX020.
           COPY CPPX020.
           SELECT SNAPSHOT ASSIGN TO ARQUIVO-SNAPSHOT-W
               ORGANIZATION SEQUENTIAL
               FILE STATUS ST-SNAPSHOT.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW016.
       COPY CGPW001.
       COPY CGPW010.
       COPY CGPW011.
       COPY LBPW101.
       COPY LBPW102.
       COPY LBPW215.
       COPY LBPW216.
       COPY VIPW110.
       COPY VIPW120.
       COPY CRPW020.
       COPY CPPW020.
       FD  SNAPSHOT
           LABEL RECORD IS OMITTED.
       01  REG-SNAPSHOT               PIC X(1200).
       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD016             PIC XX       VALUE SPACES.
           05  CGD016-ABERTO-W       PIC 9        VALUE ZEROS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-LBD101             PIC XX       VALUE SPACES.
           05  ST-LBD102             PIC XX       VALUE SPACES.
           05  ST-LBD215             PIC XX       VALUE SPACES.
           05  ST-LBD216             PIC XX       VALUE SPACES.
           05  ST-VID110             PIC XX       VALUE SPACES.
           05  ST-VID120             PIC XX       VALUE SPACES.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-SNAPSHOT           PIC XX       VALUE SPACES.
           05  PATH-CGD010           PIC X(30)    VALUE SPACES.
           05  PATH-CGD011           PIC X(30)    VALUE SPACES.
           05  PATH-LBD215           PIC X(30)    VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  ESCOLHA-W             PIC X        VALUE SPACES.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  ORIGEM-W              PIC XXX      VALUE SPACES.
           05  TREINO-W              PIC XXX      VALUE SPACES.
           05  NOME-ORIGEM-W         PIC X(40)    VALUE SPACES.
           05  GRAVA-W               PIC 9        VALUE ZEROS.
           05  ARQUIVO-ALVO-W        PIC X(10)    VALUE SPACES.
           05  ARQUIVO-SNAPSHOT-W    PIC X(60)    VALUE SPACES.
           05  DIRETORIO-W           PIC X(60)    VALUE SPACES.
           05  QT-EXPORTADOS-W       PIC 9(9)     VALUE ZEROS.
           05  QT-RECONSTRUIDOS-W    PIC 9(9)     VALUE ZEROS.
           05  QT-ARQUIVOS-W         PIC 9(2)     VALUE ZEROS.
           05  FONTE-OK-W            PIC 9        VALUE ZEROS.
           05  ST-FONTE-W            PIC XX       VALUE SPACES.
      *    TABELA DOS ARQUIVOS QUE PODEM IR PARA O TREINAMENTO
           05  TAB-ARQUIVOS.
               10  FILLER            PIC X(10) VALUE "CGD001".
               10  FILLER            PIC X(10) VALUE "CGD010".
               10  FILLER            PIC X(10) VALUE "CGD011".
               10  FILLER            PIC X(10) VALUE "LBD101".
               10  FILLER            PIC X(10) VALUE "LBD102".
               10  FILLER            PIC X(10) VALUE "LBD215".
               10  FILLER            PIC X(10) VALUE "LBD216".
               10  FILLER            PIC X(10) VALUE "VID110".
               10  FILLER            PIC X(10) VALUE "VID120".
               10  FILLER            PIC X(10) VALUE "CRD020".
               10  FILLER            PIC X(10) VALUE "CPD020".
           05  TAB-ARQ REDEFINES TAB-ARQUIVOS.
               10  TA-NOME OCCURS 11 TIMES PIC X(10).
           05  TAB-SELECAO.
               10  TA-COPIAR OCCURS 11 TIMES PIC X.
           05  IND-A                 PIC 9(2)     VALUE ZEROS.
      *    CPF FICTICIO: 9 DIGITOS SEQUENCIAIS + DIGITO VERIFICADOR
      *    (MESMO CALCULO DO CGP011, PARA A TELA ACEITAR A REGRAVACAO)
           05  SEQ-CPF-W             PIC 9(9)     VALUE ZEROS.
           05  CPF-W                 PIC 9(11)    VALUE ZEROS.
           05  CPF-DIGITOS-W REDEFINES CPF-W.
               10  CPF-DIG-W         OCCURS 11 TIMES PIC 9.
           05  CPF-SOMA-W            PIC 9(4)     VALUE ZEROS.
           05  CPF-QUOC-W            PIC 9(4)     VALUE ZEROS.
           05  CPF-RESTO-W           PIC 9(2)     VALUE ZEROS.
           05  CPF-IND-W             PIC 9(2)     VALUE ZEROS.
           05  CELULAR-W             PIC 9(9)     VALUE ZEROS.
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

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                 WHEN 1 PERFORM CRIA-TREINAMENTO
                 WHEN 2 PERFORM RESETA-TREINAMENTO
                 WHEN OTHER CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE ZEROS TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W
              GO INICIALIZA-PROGRAMA-FIM
           END-IF.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           MOVE "LOG030" TO LOG008-PROGRAMA.
           CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS.
           CANCEL "LOG008".
           IF LOG008-RESULTADO = ZEROS
              DISPLAY "USUARIO SEM AUTORIZACAO PARA LOG030"
              MOVE 1 TO ERRO-W
              GO INICIALIZA-PROGRAMA-FIM
           END-IF.
      *    CADASTRO DE EMPRESAS - COMPARTILHADO, NA RAIZ (CGP020)
           MOVE "\PROGRAMA\KELLO\CGD016" TO PATH-CGD016.
           OPEN I-O CGD016.
           IF ST-CGD016 <> "00"
              DISPLAY "ERRO ABERTURA CGD016: " ST-CGD016
                      " - CADASTRE AS EMPRESAS NO CGP020"
              MOVE 1 TO ERRO-W
              GO INICIALIZA-PROGRAMA-FIM
           END-IF.
           MOVE 1 TO CGD016-ABERTO-W.
           DISPLAY "OPCAO (1-CRIAR/ATUALIZAR EMPRESA DE TREINAMENTO  "
                   "2-RESETAR PARA O RETRATO): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           IF OPCAO-W < 1 OR OPCAO-W > 2
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W
           END-IF.
       INICIALIZA-PROGRAMA-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    CRIACAO/ATUALIZACAO: ORIGEM = EMPRESA CORRENTE DO MENU
      *----------------------------------------------------------------
       CRIA-TREINAMENTO SECTION.
           MOVE EMPRESA-W TO ORIGEM-W CODIGO-CG16.
           READ CGD016 INVALID KEY
                DISPLAY "EMPRESA " ORIGEM-W " NAO CADASTRADA NO CGD016"
                GO CRIA-TREINAMENTO-FIM
           END-READ.
           IF TREINO-CG16 = 1
              DISPLAY "EMPRESA " ORIGEM-W " JA E DE TREINAMENTO - "
                      "ENTRE NA EMPRESA DE PRODUCAO"
              GO CRIA-TREINAMENTO-FIM
           END-IF.
           MOVE NOME-CG16 TO NOME-ORIGEM-W.
           DISPLAY "ORIGEM: " ORIGEM-W " - " NOME-ORIGEM-W.
           DISPLAY "Codigo da empresa de treinamento (3 letras): ".
           ACCEPT TREINO-W FROM CONSOLE.
           IF TREINO-W = SPACES OR TREINO-W = ORIGEM-W
              DISPLAY "CODIGO INVALIDO"
              GO CRIA-TREINAMENTO-FIM
           END-IF.
           MOVE ZEROS TO GRAVA-W.
           MOVE TREINO-W TO CODIGO-CG16.
           READ CGD016 INVALID KEY
                MOVE 1 TO GRAVA-W
           END-READ.
           IF GRAVA-W = 0
              IF TREINO-CG16 <> 1
                 DISPLAY "EMPRESA " TREINO-W " E DE PRODUCAO - NAO "
                         "SERA SOBRESCRITA"
                 GO CRIA-TREINAMENTO-FIM
              END-IF
              DISPLAY "EMPRESA DE TREINAMENTO JA EXISTE - COPIA DE "
                      ORIGEM-CG16 " EM " DATA-COPIA-CG16
              IF ORIGEM-CG16 <> ORIGEM-W
                 DISPLAY "*** A COPIA ATUAL VEIO DE OUTRA EMPRESA"
              END-IF
           END-IF.
           PERFORM ESCOLHE-ARQUIVOS.
           IF QT-ARQUIVOS-W = ZEROS
              DISPLAY "NENHUM ARQUIVO ESCOLHIDO"
              GO CRIA-TREINAMENTO-FIM
           END-IF.
           DISPLAY "CONFIRMA COPIAR " QT-ARQUIVOS-W " ARQUIVO(S) DE "
                   ORIGEM-W " PARA " TREINO-W
                   " COM DADOS MASCARADOS (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              DISPLAY "COPIA CANCELADA"
              GO CRIA-TREINAMENTO-FIM
           END-IF.
           PERFORM REGISTRA-EMPRESA-TREINO.
           IF ERRO-W = 1
              GO CRIA-TREINAMENTO-FIM
           END-IF.
      *    DIRETORIO DA EMPRESA (JA EXISTENTE NA ATUALIZACAO)
           MOVE SPACES TO DIRETORIO-W.
           STRING "\PROGRAMA\KELLO\" TREINO-W
                  DELIMITED BY SIZE INTO DIRETORIO-W.
           CALL "CBL_CREATE_DIR" USING DIRETORIO-W.
           PERFORM VARYING IND-A FROM 1 BY 1 UNTIL IND-A > 11
              MOVE TA-NOME(IND-A) TO ARQUIVO-ALVO-W
              PERFORM MONTA-SNAPSHOT
              IF TA-COPIAR(IND-A) = "S"
                 PERFORM COPIA-ARQUIVO
              ELSE
      *          RETRATO DE COPIA ANTERIOR NAO PODE VOLTAR NO RESET
                 CALL "CBL_DELETE_FILE" USING ARQUIVO-SNAPSHOT-W
              END-IF
           END-PERFORM.
           DISPLAY "EMPRESA DE TREINAMENTO " TREINO-W " PRONTA.".
       CRIA-TREINAMENTO-FIM.
           EXIT.

       ESCOLHE-ARQUIVOS SECTION.
           MOVE ZEROS TO QT-ARQUIVOS-W.
           MOVE ALL "N" TO TAB-SELECAO.
           DISPLAY "ARQUIVOS DA TABELA:".
           PERFORM VARYING IND-A FROM 1 BY 1 UNTIL IND-A > 11
              DISPLAY "  " TA-NOME(IND-A)
           END-PERFORM.
           DISPLAY "Copiar (T-TODOS  E-ESCOLHER): ".
           ACCEPT ESCOLHA-W FROM CONSOLE.
           PERFORM VARYING IND-A FROM 1 BY 1 UNTIL IND-A > 11
              IF ESCOLHA-W = "T" OR ESCOLHA-W = "t"
                 MOVE "S" TO TA-COPIAR(IND-A)
              ELSE
                 DISPLAY "Copiar " TA-NOME(IND-A) " (S/N)? "
                 ACCEPT CONFIRMA-W FROM CONSOLE
                 IF CONFIRMA-W = "S" OR CONFIRMA-W = "s"
                    MOVE "S" TO TA-COPIAR(IND-A)
                 END-IF
              END-IF
              IF TA-COPIAR(IND-A) = "S"
                 ADD 1 TO QT-ARQUIVOS-W
              END-IF
           END-PERFORM.

      *    EMPRESA DE TREINAMENTO FICA DESATIVADA: FORA DAS
      *    CONSOLIDACOES (LBP109) E DOS JOBS MULTI-EMPRESA.
       REGISTRA-EMPRESA-TREINO SECTION.
           IF GRAVA-W = 1
              INITIALIZE REG-CGD016
              MOVE TREINO-W TO CODIGO-CG16
              MOVE SPACES   TO NOME-CG16
              STRING "TREINAMENTO - " NOME-ORIGEM-W
                     DELIMITED BY SIZE INTO NOME-CG16
           END-IF.
           MOVE ZEROS       TO ATIVA-CG16.
           MOVE 1           TO TREINO-CG16.
           MOVE ORIGEM-W    TO ORIGEM-CG16.
           MOVE DATA-HOJE-W TO DATA-COPIA-CG16.
           IF GRAVA-W = 1
              WRITE REG-CGD016 INVALID KEY
                   DISPLAY "ERRO GRAVACAO CGD016: " ST-CGD016
                   MOVE 1 TO ERRO-W
              END-WRITE
           ELSE
              REWRITE REG-CGD016 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CGD016: " ST-CGD016
                   MOVE 1 TO ERRO-W
              END-REWRITE
           END-IF.

      *    EXPORTA DA ORIGEM (MASCARANDO) PARA O RETRATO E RECONSTROI
      *    O INDEXADO DA EMPRESA DE TREINAMENTO A PARTIR DELE.
       COPIA-ARQUIVO SECTION.
           MOVE ZEROS TO QT-EXPORTADOS-W.
           MOVE ORIGEM-W TO EMP-REC.
           PERFORM MONTA-CAMINHOS.
           PERFORM ABRE-FONTE-EXPORTACAO.
           IF FONTE-OK-W = ZEROS
              DISPLAY TA-NOME(IND-A) " DA ORIGEM INACESSIVEL ("
                      ST-FONTE-W ") - NAO COPIADO"
              CALL "CBL_DELETE_FILE" USING ARQUIVO-SNAPSHOT-W
              GO COPIA-ARQUIVO-FIM
           END-IF.
           OPEN OUTPUT SNAPSHOT.
           IF ST-SNAPSHOT <> "00"
              DISPLAY "ERRO ABRINDO " ARQUIVO-SNAPSHOT-W ": "
                      ST-SNAPSHOT
              PERFORM FECHA-FONTE-EXPORTACAO
              GO COPIA-ARQUIVO-FIM
           END-IF.
           EVALUATE ARQUIVO-ALVO-W
              WHEN "CGD001" PERFORM EXPORTA-CGD001
              WHEN "CGD010" PERFORM EXPORTA-CGD010
              WHEN "CGD011" PERFORM EXPORTA-CGD011
              WHEN "LBD101" PERFORM EXPORTA-LBD101
              WHEN "LBD102" PERFORM EXPORTA-LBD102
              WHEN "LBD215" PERFORM EXPORTA-LBD215
              WHEN "LBD216" PERFORM EXPORTA-LBD216
              WHEN "VID110" PERFORM EXPORTA-VID110
              WHEN "VID120" PERFORM EXPORTA-VID120
              WHEN "CRD020" PERFORM EXPORTA-CRD020
              WHEN "CPD020" PERFORM EXPORTA-CPD020
           END-EVALUATE.
           CLOSE SNAPSHOT.
           PERFORM RECONSTROI-ARQUIVO.
           IF QT-RECONSTRUIDOS-W < QT-EXPORTADOS-W
              DISPLAY "*** " TA-NOME(IND-A) " EXPORTADOS "
                      QT-EXPORTADOS-W " RECONSTRUIDOS "
                      QT-RECONSTRUIDOS-W
           END-IF.
       COPIA-ARQUIVO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    RESET: RECRIA A EMPRESA DE TREINAMENTO PELO RETRATO
      *----------------------------------------------------------------
       RESETA-TREINAMENTO SECTION.
           DISPLAY "Codigo da empresa de treinamento (branco = "
                   EMPRESA-W "): ".
           ACCEPT TREINO-W FROM CONSOLE.
           IF TREINO-W = SPACES
              MOVE EMPRESA-W TO TREINO-W
           END-IF.
           MOVE TREINO-W TO CODIGO-CG16.
           READ CGD016 INVALID KEY
                DISPLAY "EMPRESA " TREINO-W " NAO CADASTRADA NO CGD016"
                GO RESETA-TREINAMENTO-FIM
           END-READ.
           IF TREINO-CG16 <> 1
              DISPLAY "EMPRESA " TREINO-W " E DE PRODUCAO - RESET "
                      "RECUSADO"
              GO RESETA-TREINAMENTO-FIM
           END-IF.
           DISPLAY "RETRATO DE " ORIGEM-CG16 " TIRADO EM "
                   DATA-COPIA-CG16.
           DISPLAY "CONFIRMA DESCARTAR TUDO O QUE FOI LANCADO EM "
                   TREINO-W " E VOLTAR AO RETRATO (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              DISPLAY "RESET CANCELADO"
              GO RESETA-TREINAMENTO-FIM
           END-IF.
           MOVE ZEROS TO QT-ARQUIVOS-W.
           PERFORM VARYING IND-A FROM 1 BY 1 UNTIL IND-A > 11
              MOVE TA-NOME(IND-A) TO ARQUIVO-ALVO-W
              PERFORM MONTA-SNAPSHOT
              PERFORM RECONSTROI-ARQUIVO
           END-PERFORM.
           DISPLAY "ARQUIVOS RESETADOS: " QT-ARQUIVOS-W.
       RESETA-TREINAMENTO-FIM.
           EXIT.

      *    RETRATO FICA NO DIRETORIO DA EMPRESA DE TREINAMENTO.
       MONTA-SNAPSHOT SECTION.
           MOVE SPACES TO ARQUIVO-SNAPSHOT-W.
           STRING "\PROGRAMA\KELLO\" TREINO-W "\TRN"
                  ARQUIVO-ALVO-W DELIMITED BY "  "
                  ".SEQ" DELIMITED BY SIZE
                  INTO ARQUIVO-SNAPSHOT-W.

       MONTA-CAMINHOS SECTION.
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "LBD101" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD101.
           MOVE "LBD102" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD102.
           MOVE "LBD215" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD215.
           MOVE "LBD216" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD216.
           MOVE "VID110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID110.
           MOVE "VID120" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID120.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CPD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020.

      *----------------------------------------------------------------
      *    EXPORTACAO DA ORIGEM (COMO NO LOG022) COM MASCARA
      *----------------------------------------------------------------
       ABRE-FONTE-EXPORTACAO SECTION.
           MOVE ZEROS  TO FONTE-OK-W.
           MOVE SPACES TO ST-FONTE-W.
           EVALUATE ARQUIVO-ALVO-W
              WHEN "CGD001"
                 OPEN INPUT CGD001
                 MOVE ST-CGD001 TO ST-FONTE-W
              WHEN "CGD010"
                 OPEN INPUT CGD010
                 MOVE ST-CGD010 TO ST-FONTE-W
              WHEN "CGD011"
                 OPEN INPUT CGD011
                 MOVE ST-CGD011 TO ST-FONTE-W
              WHEN "LBD101"
                 OPEN INPUT LBD101
                 MOVE ST-LBD101 TO ST-FONTE-W
              WHEN "LBD102"
                 OPEN INPUT LBD102
                 MOVE ST-LBD102 TO ST-FONTE-W
              WHEN "LBD215"
                 OPEN INPUT LBD215
                 MOVE ST-LBD215 TO ST-FONTE-W
              WHEN "LBD216"
                 OPEN INPUT LBD216
                 MOVE ST-LBD216 TO ST-FONTE-W
              WHEN "VID110"
                 OPEN INPUT VID110
                 MOVE ST-VID110 TO ST-FONTE-W
              WHEN "VID120"
                 OPEN INPUT VID120
                 MOVE ST-VID120 TO ST-FONTE-W
              WHEN "CRD020"
                 OPEN INPUT CRD020
                 MOVE ST-CRD020 TO ST-FONTE-W
              WHEN "CPD020"
                 OPEN INPUT CPD020
                 MOVE ST-CPD020 TO ST-FONTE-W
           END-EVALUATE.
           IF ST-FONTE-W = "00"
              MOVE 1 TO FONTE-OK-W
           END-IF.

       FECHA-FONTE-EXPORTACAO SECTION.
           EVALUATE ARQUIVO-ALVO-W
              WHEN "CGD001" CLOSE CGD001
              WHEN "CGD010" CLOSE CGD010
              WHEN "CGD011" CLOSE CGD011
              WHEN "LBD101" CLOSE LBD101
              WHEN "LBD102" CLOSE LBD102
              WHEN "LBD215" CLOSE LBD215
              WHEN "LBD216" CLOSE LBD216
              WHEN "VID110" CLOSE VID110
              WHEN "VID120" CLOSE VID120
              WHEN "CRD020" CLOSE CRD020
              WHEN "CPD020" CLOSE CPD020
           END-EVALUATE.

       EXPORTA-CGD001 SECTION.
           PERFORM UNTIL ST-CGD001 <> "00"
              READ CGD001 NEXT RECORD AT END MOVE "10" TO ST-CGD001
              NOT AT END
                MOVE SPACES TO NOME-CG01
                STRING "PESSOA TREINO " CODIGO-CG01
                       DELIMITED BY SIZE INTO NOME-CG01
                MOVE SPACES TO REG-SNAPSHOT
                MOVE REG-CGD001 TO REG-SNAPSHOT
                WRITE REG-SNAPSHOT
                ADD 1 TO QT-EXPORTADOS-W
              END-READ
           END-PERFORM.
           CLOSE CGD001.

       EXPORTA-CGD010 SECTION.
           PERFORM UNTIL ST-CGD010 <> "00"
              READ CGD010 NEXT RECORD AT END MOVE "10" TO ST-CGD010
              NOT AT END
                MOVE SPACES TO NOME-CG10
                STRING "CLIENTE TREINO " CODIGO-CG10
                       DELIMITED BY SIZE INTO NOME-CG10
                MOVE SPACES TO REG-SNAPSHOT
                MOVE REG-CGD010 TO REG-SNAPSHOT
                WRITE REG-SNAPSHOT
                ADD 1 TO QT-EXPORTADOS-W
              END-READ
           END-PERFORM.
           CLOSE CGD010.

       EXPORTA-CGD011 SECTION.
           PERFORM UNTIL ST-CGD011 <> "00"
              READ CGD011 NEXT RECORD AT END MOVE "10" TO ST-CGD011
              NOT AT END
                PERFORM MASCARA-CGD011
                MOVE SPACES TO REG-SNAPSHOT
                MOVE REG-CGD011 TO REG-SNAPSHOT
                WRITE REG-SNAPSHOT
                ADD 1 TO QT-EXPORTADOS-W
              END-READ
           END-PERFORM.
           CLOSE CGD011.

       EXPORTA-LBD101 SECTION.
           PERFORM UNTIL ST-LBD101 <> "00"
              READ LBD101 NEXT RECORD AT END MOVE "10" TO ST-LBD101
              NOT AT END
                MOVE SPACES TO REG-SNAPSHOT
                MOVE REG-LBD101 TO REG-SNAPSHOT
                WRITE REG-SNAPSHOT
                ADD 1 TO QT-EXPORTADOS-W
              END-READ
           END-PERFORM.
           CLOSE LBD101.

       EXPORTA-LBD102 SECTION.
           PERFORM UNTIL ST-LBD102 <> "00"
              READ LBD102 NEXT RECORD AT END MOVE "10" TO ST-LBD102
              NOT AT END
                MOVE SPACES TO REG-SNAPSHOT
                MOVE REG-LBD102 TO REG-SNAPSHOT
                WRITE REG-SNAPSHOT
                ADD 1 TO QT-EXPORTADOS-W
              END-READ
           END-PERFORM.
           CLOSE LBD102.

       EXPORTA-LBD215 SECTION.
           PERFORM UNTIL ST-LBD215 <> "00"
              READ LBD215 NEXT RECORD AT END MOVE "10" TO ST-LBD215
              NOT AT END
                IF RECEBEDOR-NOME-L215 <> SPACES
                   MOVE "RECEBEDOR TREINO" TO RECEBEDOR-NOME-L215
                END-IF
                IF RECEBEDOR-DOC-L215 <> SPACES
                   MOVE SPACES TO RECEBEDOR-DOC-L215
                   STRING "TRN" NUMERO-REMESSA-L215
                          DELIMITED BY SIZE INTO RECEBEDOR-DOC-L215
                END-IF
                MOVE SPACES TO REG-SNAPSHOT
                MOVE REG-LBD215 TO REG-SNAPSHOT
                WRITE REG-SNAPSHOT
                ADD 1 TO QT-EXPORTADOS-W
              END-READ
           END-PERFORM.
           CLOSE LBD215.

       EXPORTA-LBD216 SECTION.
           PERFORM UNTIL ST-LBD216 <> "00"
              READ LBD216 NEXT RECORD AT END MOVE "10" TO ST-LBD216
              NOT AT END
                MOVE SPACES TO REG-SNAPSHOT
                MOVE REG-LBD216 TO REG-SNAPSHOT
                WRITE REG-SNAPSHOT
                ADD 1 TO QT-EXPORTADOS-W
              END-READ
           END-PERFORM.
           CLOSE LBD216.

       EXPORTA-VID110 SECTION.
           PERFORM UNTIL ST-VID110 <> "00"
              READ VID110 NEXT RECORD AT END MOVE "10" TO ST-VID110
              NOT AT END
                MOVE SPACES TO REG-SNAPSHOT
                MOVE REG-VID110 TO REG-SNAPSHOT
                WRITE REG-SNAPSHOT
                ADD 1 TO QT-EXPORTADOS-W
              END-READ
           END-PERFORM.
           CLOSE VID110.

       EXPORTA-VID120 SECTION.
           PERFORM UNTIL ST-VID120 <> "00"
              READ VID120 NEXT RECORD AT END MOVE "10" TO ST-VID120
              NOT AT END
                MOVE SPACES TO REG-SNAPSHOT
                MOVE REG-VID120 TO REG-SNAPSHOT
                WRITE REG-SNAPSHOT
                ADD 1 TO QT-EXPORTADOS-W
              END-READ
           END-PERFORM.
           CLOSE VID120.

      *    TOKEN FICTICIO: A ADQUIRENTE RECUSA QUALQUER COBRANCA QUE
      *    ESCAPE DO TREINAMENTO.
       EXPORTA-CRD020 SECTION.
           PERFORM UNTIL ST-CRD020 <> "00"
              READ CRD020 NEXT RECORD AT END MOVE "10" TO ST-CRD020
              NOT AT END
                MOVE SPACES TO NOME-CARTAO-CR20
                STRING "TITULAR TREINO " COD-CLIENTE-CR20
                       DELIMITED BY SIZE INTO NOME-CARTAO-CR20
                IF TOKEN-CR20 <> SPACES
                   MOVE SPACES TO TOKEN-CR20
                   STRING "TREINO" COD-CLIENTE-CR20 SEQ-CARTAO-CR20
                          DELIMITED BY SIZE INTO TOKEN-CR20
                END-IF
                MOVE SPACES TO REG-SNAPSHOT
                MOVE REG-CRD020 TO REG-SNAPSHOT
                WRITE REG-SNAPSHOT
                ADD 1 TO QT-EXPORTADOS-W
              END-READ
           END-PERFORM.
           CLOSE CRD020.

       EXPORTA-CPD020 SECTION.
           PERFORM UNTIL ST-CPD020 <> "00"
              READ CPD020 NEXT RECORD AT END MOVE "10" TO ST-CPD020
              NOT AT END
                MOVE SPACES TO REG-SNAPSHOT
                MOVE REG-CPD020 TO REG-SNAPSHOT
                WRITE REG-SNAPSHOT
                ADD 1 TO QT-EXPORTADOS-W
              END-READ
           END-PERFORM.
           CLOSE CPD020.

      *    DADOS PESSOAIS DO COMPLEMENTO DO CLIENTE: CAMPO VAZIO FICA
      *    VAZIO; O PREENCHIDO RECEBE VALOR FICTICIO DERIVADO DO
      *    CODIGO (ENDERECOS NAO SAO ALTERADOS).
       MASCARA-CGD011 SECTION.
           IF CPF1-CG11 <> ZEROS
              PERFORM GERA-CPF
              MOVE CPF-W TO CPF1-CG11
           END-IF.
           IF CPF2-CG11 <> ZEROS
              PERFORM GERA-CPF
              MOVE CPF-W TO CPF2-CG11
           END-IF.
           IF RG1-CG11 <> SPACES
              MOVE SPACES TO RG1-CG11
              STRING "TRN" CODIGO-CG11 "1"
                     DELIMITED BY SIZE INTO RG1-CG11
           END-IF.
           IF RG2-CG11 <> SPACES
              MOVE SPACES TO RG2-CG11
              STRING "TRN" CODIGO-CG11 "2"
                     DELIMITED BY SIZE INTO RG2-CG11
           END-IF.
           IF FONE1-CG11 <> ZEROS
              MOVE CODIGO-CG11 TO FONE1-CG11
           END-IF.
           IF FONE2-CG11 <> ZEROS
              MOVE CODIGO-CG11 TO FONE2-CG11
           END-IF.
           IF FONE3-CG11 <> ZEROS
              MOVE CODIGO-CG11 TO FONE3-CG11
           END-IF.
           IF FONE-PAIS-CG11 <> ZEROS
              MOVE CODIGO-CG11 TO FONE-PAIS-CG11
           END-IF.
           IF FAX1-CG11 <> ZEROS
              MOVE CODIGO-CG11 TO FAX1-CG11
           END-IF.
           IF FAX2-CG11 <> ZEROS
              MOVE CODIGO-CG11 TO FAX2-CG11
           END-IF.
           COMPUTE CELULAR-W = 900000000 + CODIGO-CG11.
           IF CELULAR1-CG11 <> ZEROS
              MOVE CELULAR-W TO CELULAR1-CG11
           END-IF.
           IF CELULAR2-CG11 <> ZEROS
              MOVE CELULAR-W TO CELULAR2-CG11
           END-IF.
           IF CELULAR-PAIS-CG11 <> ZEROS
              MOVE CELULAR-W TO CELULAR-PAIS-CG11
           END-IF.
           IF E-MAIL1-CG11 <> SPACES
              MOVE SPACES TO E-MAIL1-CG11
              STRING "TREINO" CODIGO-CG11 "@EXEMPLO.COM"
                     DELIMITED BY SIZE INTO E-MAIL1-CG11
           END-IF.
           IF E-MAIL2-CG11 <> SPACES
              MOVE SPACES TO E-MAIL2-CG11
              STRING "TREINO" CODIGO-CG11 "@EXEMPLO.COM"
                     DELIMITED BY SIZE INTO E-MAIL2-CG11
           END-IF.
           IF NOME-PAI-CG11 <> SPACES
              MOVE SPACES TO NOME-PAI-CG11
              STRING "PAI TREINO " CODIGO-CG11
                     DELIMITED BY SIZE INTO NOME-PAI-CG11
           END-IF.
           IF NOME-MAE-CG11 <> SPACES
              MOVE SPACES TO NOME-MAE-CG11
              STRING "MAE TREINO " CODIGO-CG11
                     DELIMITED BY SIZE INTO NOME-MAE-CG11
           END-IF.

       GERA-CPF SECTION.
           ADD 1 TO SEQ-CPF-W.
           COMPUTE CPF-W = SEQ-CPF-W * 100.
           MOVE ZEROS TO CPF-SOMA-W.
           PERFORM VARYING CPF-IND-W FROM 1 BY 1 UNTIL CPF-IND-W > 9
              COMPUTE CPF-SOMA-W = CPF-SOMA-W
                    + CPF-DIG-W(CPF-IND-W) * (11 - CPF-IND-W)
           END-PERFORM.
           DIVIDE CPF-SOMA-W BY 11 GIVING CPF-QUOC-W
                  REMAINDER CPF-RESTO-W.
           IF CPF-RESTO-W < 2
              MOVE ZEROS TO CPF-DIG-W(10)
           ELSE
              COMPUTE CPF-DIG-W(10) = 11 - CPF-RESTO-W
           END-IF.
           MOVE ZEROS TO CPF-SOMA-W.
           PERFORM VARYING CPF-IND-W FROM 1 BY 1 UNTIL CPF-IND-W > 10
              COMPUTE CPF-SOMA-W = CPF-SOMA-W
                    + CPF-DIG-W(CPF-IND-W) * (12 - CPF-IND-W)
           END-PERFORM.
           DIVIDE CPF-SOMA-W BY 11 GIVING CPF-QUOC-W
                  REMAINDER CPF-RESTO-W.
           IF CPF-RESTO-W < 2
              MOVE ZEROS TO CPF-DIG-W(11)
           ELSE
              COMPUTE CPF-DIG-W(11) = 11 - CPF-RESTO-W
           END-IF.

      *----------------------------------------------------------------
      *    RECONSTRUCAO (COMO NO LOG022) NA EMPRESA DE TREINAMENTO
      *----------------------------------------------------------------
      *    SO TOCA A EMPRESA DE TREINAMENTO; ARQUIVO SEM RETRATO (NAO
      *    ESCOLHIDO NA CRIACAO) FICA COMO ESTA.
       RECONSTROI-ARQUIVO SECTION.
           MOVE ZEROS TO QT-RECONSTRUIDOS-W.
           MOVE TREINO-W TO EMP-REC.
           PERFORM MONTA-CAMINHOS.
           OPEN INPUT SNAPSHOT.
           IF ST-SNAPSHOT <> "00"
              GO RECONSTROI-ARQUIVO-FIM
           END-IF.
           EVALUATE ARQUIVO-ALVO-W
              WHEN "CGD001" PERFORM RECONSTROI-CGD001
              WHEN "CGD010" PERFORM RECONSTROI-CGD010
              WHEN "CGD011" PERFORM RECONSTROI-CGD011
              WHEN "LBD101" PERFORM RECONSTROI-LBD101
              WHEN "LBD102" PERFORM RECONSTROI-LBD102
              WHEN "LBD215" PERFORM RECONSTROI-LBD215
              WHEN "LBD216" PERFORM RECONSTROI-LBD216
              WHEN "VID110" PERFORM RECONSTROI-VID110
              WHEN "VID120" PERFORM RECONSTROI-VID120
              WHEN "CRD020" PERFORM RECONSTROI-CRD020
              WHEN "CPD020" PERFORM RECONSTROI-CPD020
           END-EVALUATE.
           CLOSE SNAPSHOT.
           ADD 1 TO QT-ARQUIVOS-W.
           DISPLAY ARQUIVO-ALVO-W " " TREINO-W ": "
                   QT-RECONSTRUIDOS-W " REGISTROS".
       RECONSTROI-ARQUIVO-FIM.
           EXIT.

       RECONSTROI-CGD001 SECTION.
           OPEN OUTPUT CGD001.
           PERFORM UNTIL ST-SNAPSHOT <> "00"
              READ SNAPSHOT AT END MOVE "10" TO ST-SNAPSHOT
              NOT AT END
                MOVE REG-SNAPSHOT TO REG-CGD001
                WRITE REG-CGD001 INVALID KEY CONTINUE END-WRITE
                ADD 1 TO QT-RECONSTRUIDOS-W
              END-READ
           END-PERFORM.
           CLOSE CGD001.

       RECONSTROI-CGD010 SECTION.
           OPEN OUTPUT CGD010.
           PERFORM UNTIL ST-SNAPSHOT <> "00"
              READ SNAPSHOT AT END MOVE "10" TO ST-SNAPSHOT
              NOT AT END
                MOVE REG-SNAPSHOT TO REG-CGD010
                WRITE REG-CGD010 INVALID KEY CONTINUE END-WRITE
                ADD 1 TO QT-RECONSTRUIDOS-W
              END-READ
           END-PERFORM.
           CLOSE CGD010.

       RECONSTROI-CGD011 SECTION.
           OPEN OUTPUT CGD011.
           PERFORM UNTIL ST-SNAPSHOT <> "00"
              READ SNAPSHOT AT END MOVE "10" TO ST-SNAPSHOT
              NOT AT END
                MOVE REG-SNAPSHOT TO REG-CGD011
                WRITE REG-CGD011 INVALID KEY CONTINUE END-WRITE
                ADD 1 TO QT-RECONSTRUIDOS-W
              END-READ
           END-PERFORM.
           CLOSE CGD011.

       RECONSTROI-LBD101 SECTION.
           OPEN OUTPUT LBD101.
           PERFORM UNTIL ST-SNAPSHOT <> "00"
              READ SNAPSHOT AT END MOVE "10" TO ST-SNAPSHOT
              NOT AT END
                MOVE REG-SNAPSHOT TO REG-LBD101
                WRITE REG-LBD101 INVALID KEY CONTINUE END-WRITE
                ADD 1 TO QT-RECONSTRUIDOS-W
              END-READ
           END-PERFORM.
           CLOSE LBD101.

       RECONSTROI-LBD102 SECTION.
           OPEN OUTPUT LBD102.
           PERFORM UNTIL ST-SNAPSHOT <> "00"
              READ SNAPSHOT AT END MOVE "10" TO ST-SNAPSHOT
              NOT AT END
                MOVE REG-SNAPSHOT TO REG-LBD102
                WRITE REG-LBD102 INVALID KEY CONTINUE END-WRITE
                ADD 1 TO QT-RECONSTRUIDOS-W
              END-READ
           END-PERFORM.
           CLOSE LBD102.

       RECONSTROI-LBD215 SECTION.
           OPEN OUTPUT LBD215.
           PERFORM UNTIL ST-SNAPSHOT <> "00"
              READ SNAPSHOT AT END MOVE "10" TO ST-SNAPSHOT
              NOT AT END
                MOVE REG-SNAPSHOT TO REG-LBD215
                WRITE REG-LBD215 INVALID KEY CONTINUE END-WRITE
                ADD 1 TO QT-RECONSTRUIDOS-W
              END-READ
           END-PERFORM.
           CLOSE LBD215.

       RECONSTROI-LBD216 SECTION.
           OPEN OUTPUT LBD216.
           PERFORM UNTIL ST-SNAPSHOT <> "00"
              READ SNAPSHOT AT END MOVE "10" TO ST-SNAPSHOT
              NOT AT END
                MOVE REG-SNAPSHOT TO REG-LBD216
                WRITE REG-LBD216 INVALID KEY CONTINUE END-WRITE
                ADD 1 TO QT-RECONSTRUIDOS-W
              END-READ
           END-PERFORM.
           CLOSE LBD216.

       RECONSTROI-VID110 SECTION.
           OPEN OUTPUT VID110.
           PERFORM UNTIL ST-SNAPSHOT <> "00"
              READ SNAPSHOT AT END MOVE "10" TO ST-SNAPSHOT
              NOT AT END
                MOVE REG-SNAPSHOT TO REG-VID110
                WRITE REG-VID110 INVALID KEY CONTINUE END-WRITE
                ADD 1 TO QT-RECONSTRUIDOS-W
              END-READ
           END-PERFORM.
           CLOSE VID110.

       RECONSTROI-VID120 SECTION.
           OPEN OUTPUT VID120.
           PERFORM UNTIL ST-SNAPSHOT <> "00"
              READ SNAPSHOT AT END MOVE "10" TO ST-SNAPSHOT
              NOT AT END
                MOVE REG-SNAPSHOT TO REG-VID120
                WRITE REG-VID120 INVALID KEY CONTINUE END-WRITE
                ADD 1 TO QT-RECONSTRUIDOS-W
              END-READ
           END-PERFORM.
           CLOSE VID120.

       RECONSTROI-CRD020 SECTION.
           OPEN OUTPUT CRD020.
           PERFORM UNTIL ST-SNAPSHOT <> "00"
              READ SNAPSHOT AT END MOVE "10" TO ST-SNAPSHOT
              NOT AT END
                MOVE REG-SNAPSHOT TO REG-CRD020
                WRITE REG-CRD020 INVALID KEY CONTINUE END-WRITE
                ADD 1 TO QT-RECONSTRUIDOS-W
              END-READ
           END-PERFORM.
           CLOSE CRD020.

       RECONSTROI-CPD020 SECTION.
           OPEN OUTPUT CPD020.
           PERFORM UNTIL ST-SNAPSHOT <> "00"
              READ SNAPSHOT AT END MOVE "10" TO ST-SNAPSHOT
              NOT AT END
                MOVE REG-SNAPSHOT TO REG-CPD020
                WRITE REG-CPD020 INVALID KEY CONTINUE END-WRITE
                ADD 1 TO QT-RECONSTRUIDOS-W
              END-READ
           END-PERFORM.
           CLOSE CPD020.

       FINALIZAR-PROGRAMA SECTION.
           IF CGD016-ABERTO-W = 1
              CLOSE CGD016
           END-IF.
           EXIT PROGRAM.
