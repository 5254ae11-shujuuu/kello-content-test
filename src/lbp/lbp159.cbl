       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP159.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Subprograma compartilhado de cotação de frete da
      *remessa pela tabela de frete das transportadoras (LBD076).
      *Chamado pelo pop-up de transportadora (LBP216T) e pela
      *gravação da remessa nova (LBP215), e pela simulação do LBP158,
      *com a área LBP159-PARAMETROS (copybook LBPW159C):
      *  - destino: CEP de cobrança do cliente do contrato (CGD011),
      *    ou o CEP informado, localizado na faixa de CEP da cidade
      *    (CGD021, a mesma do CGP034); CEP fora das faixas fica com
      *    a cidade do cadastro do cliente;
      *  - volumes: itens de álbum do contrato (LBD219 tipo 1), no
      *    mínimo 1, quando o chamador não informa;
      *  - para cada transportadora do LBD216, a menor faixa que
      *    comporta os volumes na cidade ou, sem ela, nos demais
      *    destinos (cidade 0000).
      *Devolve as cotações em ordem de preço e os índices em ordem
      *de prazo. Sem tabela de frete na empresa devolve sem cotação.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LBPX076.
           COPY LBPX216.
           COPY LBPX219.
           COPY CGPX011.
           COPY CGPX021.

       DATA DIVISION.
       FILE SECTION.
       COPY LBPW076.
       COPY LBPW216.
       COPY LBPW219.
       COPY CGPW011.
       COPY CGPW021.
       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-LBD076             PIC XX       VALUE SPACES.
           05  ST-LBD216             PIC XX       VALUE SPACES.
           05  ST-LBD219             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-CGD021             PIC XX       VALUE SPACES.
           05  PATH-CGD011           PIC X(30)    VALUE SPACES.
           05  CIDADE-CLIENTE-W      PIC 9(4)     VALUE ZEROS.
           05  CIDADE-BUSCA-W        PIC 9(4)     VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  MELHOR-ATE-W          PIC 9(3)     VALUE ZEROS.
           05  PRECO-W               PIC 9(6)V99  VALUE ZEROS.
           05  DIAS-W                PIC 9(3)     VALUE ZEROS.
           05  IND-I                 PIC 9(2)     VALUE ZEROS.
           05  IND-J                 PIC 9(2)     VALUE ZEROS.
           05  IND-P                 PIC 9(2)     VALUE ZEROS.
           05  IND-Q                 PIC 9(2)     VALUE ZEROS.
           05  IND-K                 PIC 9(2)     VALUE ZEROS.
           05  TROCA-W.
               10  TROCA-TRANSP-W    PIC 9(3).
               10  TROCA-PRECO-W     PIC 9(6)V99.
               10  TROCA-DIAS-W      PIC 9(3).
           05  TROCA-IND-W           PIC 9(2)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).

       LINKAGE SECTION.
           COPY "PARAMETR".
           COPY LBPW159C.
       PROCEDURE DIVISION USING PARAMETROS-W LBP159-PARAMETROS.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO LBP159-RESULTADO LBP159-QT-COTACOES
                         LBP159-CIDADE CIDADE-CLIENTE-W.
           MOVE EMPRESA-W TO EMP-REC.
           MOVE "LBD076" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD076.
           MOVE "LBD216" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD216.
           MOVE "LBD219" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD219.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD021" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD021.
      *    SEM TABELA DE FRETE A EMPRESA AINDA NAO ADOTOU A COTACAO.
           OPEN INPUT LBD076.
           IF ST-LBD076 <> "00"
              GO FINALIZAR-LBP159
           END-IF.
           OPEN INPUT LBD216.
           IF ST-LBD216 <> "00"
              CLOSE LBD076
              GO FINALIZAR-LBP159
           END-IF.
           IF LBP159-CEP = ZEROS
              PERFORM LE-CEP-CLIENTE
           END-IF.
           IF LBP159-CEP <> ZEROS
              PERFORM LOCALIZA-CIDADE
              IF LBP159-VOLUMES = ZEROS
                 PERFORM CONTA-VOLUMES
              END-IF
              IF LBP159-VOLUMES = ZEROS
                 MOVE 1 TO LBP159-VOLUMES
              END-IF
              PERFORM COTA-TRANSPORTADORAS
              PERFORM ORDENA-PRECO
              PERFORM ORDENA-PRAZO
           END-IF.
           CLOSE LBD076 LBD216.
           IF LBP159-QT-COTACOES > ZEROS
              MOVE 1 TO LBP159-RESULTADO
           END-IF.
       FINALIZAR-LBP159.
           EXIT PROGRAM.

      *    CEP DE COBRANCA DO CLIENTE DO CONTRATO (MESMO REGISTRO QUE
      *    O LBP215 EXIGE COMPLETO ANTES DE LIBERAR A REMESSA).
       LE-CEP-CLIENTE SECTION.
           OPEN INPUT CGD011.
           IF ST-CGD011 <> "00"
              GO LE-CEP-CLIENTE-FIM
           END-IF.
           MOVE ZEROS           TO CLASSIF-CG11.
           MOVE LBP159-CONTRATO TO CODIGO-CG11.
           READ CGD011 INVALID KEY
                MOVE ZEROS TO CEP1-CG11 CIDADE1-CG11
           END-READ.
           MOVE CEP1-CG11    TO LBP159-CEP.
           MOVE CIDADE1-CG11 TO CIDADE-CLIENTE-W.
           CLOSE CGD011.
       LE-CEP-CLIENTE-FIM.
           EXIT.

      *    CIDADE DE DESTINO PELAS FAIXAS DE CEP DO CGD021.
       LOCALIZA-CIDADE SECTION.
           MOVE CIDADE-CLIENTE-W TO LBP159-CIDADE.
           OPEN INPUT CGD021.
           IF ST-CGD021 <> "00"
              GO LOCALIZA-CIDADE-FIM
           END-IF.
           MOVE ZEROS TO CIDADE-CG21 SEQ-CG21.
           START CGD021 KEY IS NOT < CHAVE-CG21 INVALID KEY
                 MOVE "10" TO ST-CGD021.
           PERFORM UNTIL ST-CGD021 = "10"
              READ CGD021 NEXT RECORD AT END MOVE "10" TO ST-CGD021
              NOT AT END
                IF LBP159-CEP >= CEP-INI-CG21
                   AND LBP159-CEP <= CEP-FIM-CG21
                   MOVE CIDADE-CG21 TO LBP159-CIDADE
                   MOVE "10" TO ST-CGD021
                END-IF
              END-READ
           END-PERFORM.
           CLOSE CGD021.
       LOCALIZA-CIDADE-FIM.
           EXIT.

      *    UM VOLUME POR ITEM DE ALBUM (TIPO 1) VENDIDO NO CONTRATO.
       CONTA-VOLUMES SECTION.
           OPEN INPUT LBD219.
           IF ST-LBD219 <> "00"
              GO CONTA-VOLUMES-FIM
           END-IF.
           MOVE LBP159-CONTRATO TO CONTRATO-L219.
           MOVE ZEROS           TO ITEM-L219.
           START LBD219 KEY IS NOT < CHAVE-L219 INVALID KEY
                 MOVE "10" TO ST-LBD219.
           PERFORM UNTIL ST-LBD219 = "10"
              READ LBD219 NEXT RECORD AT END MOVE "10" TO ST-LBD219
              NOT AT END
                IF CONTRATO-L219 <> LBP159-CONTRATO
                   MOVE "10" TO ST-LBD219
                ELSE
                   IF TIPO-ITEM-L219 = 1
                      ADD 1 TO LBP159-VOLUMES
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           CLOSE LBD219.
       CONTA-VOLUMES-FIM.
           EXIT.

       COTA-TRANSPORTADORAS SECTION.
           MOVE ZEROS TO CODIGO-L216.
           START LBD216 KEY IS NOT < CODIGO-L216 INVALID KEY
                 MOVE "10" TO ST-LBD216.
           PERFORM UNTIL ST-LBD216 = "10"
              READ LBD216 NEXT RECORD AT END MOVE "10" TO ST-LBD216
              NOT AT END
                MOVE LBP159-CIDADE TO CIDADE-BUSCA-W
                PERFORM PROCURA-FAIXA
                IF ACHOU-W = 0 AND LBP159-CIDADE <> ZEROS
                   MOVE ZEROS TO CIDADE-BUSCA-W
                   PERFORM PROCURA-FAIXA
                END-IF
                IF ACHOU-W = 1 AND LBP159-QT-COTACOES < 30
                   ADD 1 TO LBP159-QT-COTACOES
                   MOVE LBP159-QT-COTACOES TO IND-I
                   MOVE CODIGO-L216 TO LBP159-TRANSP(IND-I)
                   MOVE PRECO-W     TO LBP159-PRECO(IND-I)
                   MOVE DIAS-W      TO LBP159-DIAS(IND-I)
                END-IF
              END-READ
           END-PERFORM.

      *    MENOR FAIXA DA TRANSPORTADORA NA CIDADE QUE COMPORTA OS
      *    VOLUMES DA REMESSA.
       PROCURA-FAIXA SECTION.
           MOVE ZEROS TO ACHOU-W MELHOR-ATE-W PRECO-W DIAS-W.
           MOVE CODIGO-L216    TO TRANSP-L76.
           MOVE CIDADE-BUSCA-W TO CIDADE-L76.
           MOVE ZEROS          TO FAIXA-L76.
           START LBD076 KEY IS NOT < CHAVE-L76 INVALID KEY
                 MOVE "10" TO ST-LBD076.
           PERFORM UNTIL ST-LBD076 = "10"
              READ LBD076 NEXT RECORD AT END MOVE "10" TO ST-LBD076
              NOT AT END
                IF TRANSP-L76 <> CODIGO-L216
                   OR CIDADE-L76 <> CIDADE-BUSCA-W
                   MOVE "10" TO ST-LBD076
                ELSE
                   IF VOLUMES-ATE-L76 >= LBP159-VOLUMES
                      AND (ACHOU-W = 0
                           OR VOLUMES-ATE-L76 < MELHOR-ATE-W)
                      MOVE 1                TO ACHOU-W
                      MOVE VOLUMES-ATE-L76  TO MELHOR-ATE-W
                      MOVE PRECO-L76        TO PRECO-W
                      MOVE DIAS-ENTREGA-L76 TO DIAS-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD076.
           IF ACHOU-W = 1 AND DIAS-W = ZEROS
              MOVE DIAS-ENTREGA-L216 TO DIAS-W
           END-IF.

      *    PRECO CRESCENTE; NO EMPATE, O PRAZO MENOR PRIMEIRO.
       ORDENA-PRECO SECTION.
           PERFORM VARYING IND-I FROM 1 BY 1
                   UNTIL IND-I >= LBP159-QT-COTACOES
              COMPUTE IND-P = IND-I + 1
              PERFORM VARYING IND-J FROM IND-P BY 1
                      UNTIL IND-J > LBP159-QT-COTACOES
                 IF LBP159-PRECO(IND-J) < LBP159-PRECO(IND-I)
                    OR (LBP159-PRECO(IND-J) = LBP159-PRECO(IND-I)
                        AND LBP159-DIAS(IND-J) < LBP159-DIAS(IND-I))
                    MOVE LBP159-COTACAO(IND-I) TO TROCA-W
                    MOVE LBP159-COTACAO(IND-J) TO LBP159-COTACAO(IND-I)
                    MOVE TROCA-W               TO LBP159-COTACAO(IND-J)
                 END-IF
              END-PERFORM
           END-PERFORM.

      *    PRAZO CRESCENTE; NO EMPATE, O PRECO MENOR (A LISTA JA ESTA
      *    EM ORDEM DE PRECO, ENTAO BASTA NAO TROCAR NO EMPATE).
       ORDENA-PRAZO SECTION.
           PERFORM VARYING IND-I FROM 1 BY 1 UNTIL IND-I > 30
              MOVE IND-I TO LBP159-ORDEM-PRAZO(IND-I)
           END-PERFORM.
           PERFORM VARYING IND-I FROM 1 BY 1
                   UNTIL IND-I >= LBP159-QT-COTACOES
              COMPUTE IND-K = IND-I + 1
              PERFORM VARYING IND-J FROM IND-K BY 1
                      UNTIL IND-J > LBP159-QT-COTACOES
                 MOVE LBP159-ORDEM-PRAZO(IND-I) TO IND-P
                 MOVE LBP159-ORDEM-PRAZO(IND-J) TO IND-Q
                 IF LBP159-DIAS(IND-Q) < LBP159-DIAS(IND-P)
                    OR (LBP159-DIAS(IND-Q) = LBP159-DIAS(IND-P)
                        AND IND-Q < IND-P)
                    MOVE LBP159-ORDEM-PRAZO(IND-I) TO TROCA-IND-W
                    MOVE LBP159-ORDEM-PRAZO(IND-J)
                      TO LBP159-ORDEM-PRAZO(IND-I)
                    MOVE TROCA-IND-W TO LBP159-ORDEM-PRAZO(IND-J)
                 END-IF
              END-PERFORM
           END-PERFORM.
