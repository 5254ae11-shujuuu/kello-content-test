      *             SUBPROGRAMA LOG026) EM VOLTA DO CICLO DE EDIÇÃO:
      *             A SEGUNDA ESTAÇÃO RECEBE "EM USO POR..." EM VEZ
      *             DE CONGELAR NA LEITURA TRAVADA.
      *15/10/2026 - INCLUSÃO - REMESSA NOVA LEVA OS ITENS DE PEDIDO
      *             DE CÓPIA EXTRA LIBERADOS DO CONTRATO (LBD051,
      *             LBP144), QUE PASSAM A EXPEDIDOS COM O NÚMERO DA
      *             REMESSA.
      *15/10/2026 - INCLUSÃO - REMESSA NOVA LEVA TAMBÉM AS
      *             REIMPRESSÕES (SEGUNDA VIA) DE ÁLBUM LIBERADAS DO
      *             CONTRATO (LBD061, LBP150), QUE PASSAM A EXPEDIDAS
      *             COM O NÚMERO DA REMESSA.
      *15/10/2026 - INCLUSÃO - REMESSA NOVA GRAVA O VALOR DECLARADO
      *             (VALOR-DECLARADO-L215) PELA SOMA DOS ITENS DE
      *             ÁLBUM DO CONTRATO (LBD219), BASE DO SEGURO E DA
      *             RECLAMAÇÃO CONTRA A TRANSPORTADORA (LBP155).
      *15/10/2026 - INCLUSÃO - POP-UP DE TRANSPORTADORA RECEBE O
      *             CONTRATO E MOSTRA A COTAÇÃO DA TABELA DE FRETE
      *             (LBD076, LBP159) POR PREÇO E POR PRAZO; A REMESSA
      *             NOVA GRAVA VOLUMES, PREÇO DA ESCOLHIDA E A MENOR
      *             COTAÇÃO PARA O RELATÓRIO MENSAL DO LBP158.

       ENVIRONMENT DIVISION.
       class-control.
           COPY LBPX215.
           COPY CGPX011.
           COPY LBPX216.
           COPY LBPX051.
           COPY LBPX061.
           COPY LBPX219.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
           COPY LBPW215.
           COPY CGPW011.
           COPY LBPW216.
           COPY LBPW051.
           COPY LBPW061.
           COPY LBPW219.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  ST-LBD215             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-LBD216             PIC XX       VALUE SPACES.
           05  ST-LBD051             PIC XX       VALUE SPACES.
           05  TEM-LBD051-W          PIC 9        VALUE ZEROS.
           05  QT-PEDIDOS-EXTRAS-W   PIC 9(3)     VALUE ZEROS.
           05  ST-LBD061             PIC XX       VALUE SPACES.
           05  TEM-LBD061-W          PIC 9        VALUE ZEROS.
           05  QT-REIMPRESSOES-W     PIC 9(3)     VALUE ZEROS.
           05  ST-LBD219             PIC XX       VALUE SPACES.
           05  TEM-LBD219-W          PIC 9        VALUE ZEROS.
           05  PATH-LBD215           PIC X(30)    VALUE SPACES.
           05  PATH-CGD011           PIC X(30)    VALUE SPACES.
           05  GRAVA-W               PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  VALIDACAO-OK-W        PIC 9        VALUE ZEROS.
           05  IND-COT-W             PIC 9(2)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
           COPY LBPW220C.
           COPY CGPW026C.
           COPY LOGW026C.
           COPY LBPW159C.

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
           MOVE "LBD215" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD215.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "LBD216" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD216.
           MOVE "LBD051" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD051.
           MOVE "LBD061" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD061.
           MOVE "LBD219" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD219.
           OPEN I-O LBD215
           OPEN INPUT CGD011
           OPEN I-O LBD216
           MOVE 1 TO GRAVA-W.
      *    PEDIDOS DE COPIA EXTRA: SO NA EMPRESA QUE JA USA O LBP144
           MOVE ZEROS TO TEM-LBD051-W.
           OPEN I-O LBD051.
           IF ST-LBD051 = "00"
              MOVE 1 TO TEM-LBD051-W
           END-IF.
      *    REIMPRESSOES DE ALBUM: SO NA EMPRESA QUE JA USA O LBP150
           MOVE ZEROS TO TEM-LBD061-W.
           OPEN I-O LBD061.
           IF ST-LBD061 = "00"
              MOVE 1 TO TEM-LBD061-W
           END-IF.
      *    ITENS DO CONTRATO: BASE DO VALOR DECLARADO DA REMESSA
           MOVE ZEROS TO TEM-LBD219-W.
           OPEN INPUT LBD219.
           IF ST-LBD219 = "00"
              MOVE 1 TO TEM-LBD219-W
           END-IF.
           IF ST-LBD216 = "35"
              CLOSE LBD216      OPEN OUTPUT LBD216
              CLOSE LBD216      OPEN I-O LBD216
              MOVE GS-FLAG-REENVIO    TO FLAG-REENVIO-L215
              MOVE COD-USUARIO-W      TO DIGITADOR-L215
              IF GRAVA-W = 1
                 PERFORM CALCULA-VALOR-DECLARADO
                 PERFORM REGISTRA-COTACAO-FRETE
                 WRITE REG-LBD215 INVALID KEY
                      PERFORM ERRO-GRAVACAO
                   NOT INVALID KEY
                      PERFORM VINCULA-PEDIDOS-EXTRAS
                      PERFORM VINCULA-REIMPRESSOES
                 END-WRITE
              ELSE REWRITE REG-LBD215 INVALID KEY
                   PERFORM ERRO-GRAVACAO
              END-IF
              PERFORM LIMPAR-DADOS
           END-IF.

      *    Remessa nova leva os itens de pedido de cópia extra já
      *    liberados do contrato (LBD051, SITUACAO 1 - LBP144), que
      *    passam a expedidos com o número desta remessa.
       VINCULA-PEDIDOS-EXTRAS SECTION.
           MOVE ZEROS TO QT-PEDIDOS-EXTRAS-W.
           IF TEM-LBD051-W = 0
              GO VINCULA-PEDIDOS-EXTRAS-FIM
           END-IF.
           MOVE CONTRATO-L215 TO CONTRATO-L51.
           START LBD051 KEY IS NOT < CONTRATO-L51 INVALID KEY
                 MOVE "10" TO ST-LBD051.
           PERFORM UNTIL ST-LBD051 = "10"
              READ LBD051 NEXT RECORD AT END MOVE "10" TO ST-LBD051
              NOT AT END
                IF CONTRATO-L51 <> CONTRATO-L215
                   MOVE "10" TO ST-LBD051
                ELSE
                   IF SITUACAO-L51 = 1
                      MOVE 2                   TO SITUACAO-L51
                      MOVE NUMERO-REMESSA-L215 TO REMESSA-L51
                      REWRITE REG-LBD051 INVALID KEY CONTINUE
                      END-REWRITE
                      ADD 1 TO QT-PEDIDOS-EXTRAS-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD051.
       VINCULA-PEDIDOS-EXTRAS-FIM.
           EXIT.

      *    Remessa nova leva também as reimpressões de álbum já
      *    liberadas do contrato (LBD061, SITUACAO 1 - LBP150).
       VINCULA-REIMPRESSOES SECTION.
           MOVE ZEROS TO QT-REIMPRESSOES-W.
           IF TEM-LBD061-W = 0
              GO VINCULA-REIMPRESSOES-FIM
           END-IF.
           MOVE CONTRATO-L215 TO CONTRATO-L61.
           START LBD061 KEY IS NOT < CONTRATO-L61 INVALID KEY
                 MOVE "10" TO ST-LBD061.
           PERFORM UNTIL ST-LBD061 = "10"
              READ LBD061 NEXT RECORD AT END MOVE "10" TO ST-LBD061
              NOT AT END
                IF CONTRATO-L61 <> CONTRATO-L215
                   MOVE "10" TO ST-LBD061
                ELSE
                   IF SITUACAO-L61 = 1
                      MOVE 2                   TO SITUACAO-L61
                      MOVE NUMERO-REMESSA-L215 TO REMESSA-NOVA-L61
                      REWRITE REG-LBD061 INVALID KEY CONTINUE
                      END-REWRITE
                      ADD 1 TO QT-REIMPRESSOES-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD061.
       VINCULA-REIMPRESSOES-FIM.
           EXIT.

      *    Valor declarado da remessa nova: soma dos itens de álbum
      *    (tipo 1) vendidos no contrato (LBD219). Ajuste posterior
      *    e remessas antigas ficam no LBP155.
       CALCULA-VALOR-DECLARADO SECTION.
           MOVE ZEROS TO VALOR-DECLARADO-L215.
           IF TEM-LBD219-W = 0
              GO CALCULA-VALOR-DECLARADO-FIM
           END-IF.
           MOVE CONTRATO-L215 TO CONTRATO-L219.
           MOVE ZEROS         TO ITEM-L219.
           START LBD219 KEY IS NOT < CHAVE-L219 INVALID KEY
                 MOVE "10" TO ST-LBD219.
           PERFORM UNTIL ST-LBD219 = "10"
              READ LBD219 NEXT RECORD AT END MOVE "10" TO ST-LBD219
              NOT AT END
                IF CONTRATO-L219 <> CONTRATO-L215
                   MOVE "10" TO ST-LBD219
                ELSE
                   IF TIPO-ITEM-L219 = 1
                      ADD VALOR-L219 TO VALOR-DECLARADO-L215
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD219.
       CALCULA-VALOR-DECLARADO-FIM.
           EXIT.

      *    Cotação de frete da remessa nova por transportadora
      *    (método 1) pela tabela LBD076 (subprograma LBP159): guarda
      *    os volumes cotados, o preço da transportadora escolhida e
      *    a mais barata, para o LBP158 medir o gasto acima da menor
      *    cotação. Destino fora da tabela fica sem cotação.
       REGISTRA-COTACAO-FRETE SECTION.
           MOVE ZEROS TO VOLUMES-L215 COTACAO-ESCOLHIDA-L215
                         TRANSP-MENOR-L215 COTACAO-MENOR-L215.
           IF METODO-ENVIO-L215 <> 1
              GO REGISTRA-COTACAO-FRETE-FIM
           END-IF.
           MOVE CONTRATO-L215 TO LBP159-CONTRATO.
           MOVE ZEROS TO LBP159-CEP LBP159-VOLUMES.
           CALL "LBP159" USING PARAMETROS-W LBP159-PARAMETROS.
           CANCEL "LBP159".
           IF LBP159-RESULTADO = ZEROS
              GO REGISTRA-COTACAO-FRETE-FIM
           END-IF.
           MOVE LBP159-VOLUMES   TO VOLUMES-L215.
           MOVE LBP159-TRANSP(1) TO TRANSP-MENOR-L215.
           MOVE LBP159-PRECO(1)  TO COTACAO-MENOR-L215.
           PERFORM VARYING IND-COT-W FROM 1 BY 1
                   UNTIL IND-COT-W > LBP159-QT-COTACOES
              IF LBP159-TRANSP(IND-COT-W) = TRANSP-COD-L215
                 MOVE LBP159-PRECO(IND-COT-W)
                   TO COTACAO-ESCOLHIDA-L215
              END-IF
           END-PERFORM.
       REGISTRA-COTACAO-FRETE-FIM.
           EXIT.

      *    Traduz o código da transportadora (LBD216) para o nome,
      *    exibido na tela e guardado também no campo texto legado
      *    TRANSPORTADORA-L215.
              MOVE NOME-L216 TO GS-NOME-TRANSP GS-TRANSPORTADORA
           END-IF.

      *    O contrato vai nas posições 50-57 para o pop-up cotar o
      *    frete (LBP159) e listar as transportadoras por preço e
      *    prazo antes do cadastro completo.
       CHAMAR-POP-UP SECTION.
           MOVE SPACES TO PASSAR-STRING-1
           IF GS-CONTRATO IS NUMERIC AND GS-CONTRATO > ZEROS
              MOVE GS-CONTRATO TO PASSAR-STRING-1(50: 8)
           END-IF
           CALL   "LBP216T" USING PARAMETROS-W PASSAR-STRING-1
           CANCEL "LBP216T"
           IF PASSAR-STRING-1 NOT = SPACES

       FINALIZAR-PROGRAMA SECTION.
           CLOSE LBD215 CGD011 LBD216.
           IF TEM-LBD051-W = 1
              CLOSE LBD051
           END-IF.
           IF TEM-LBD061-W = 1
              CLOSE LBD061
           END-IF.
           IF TEM-LBD219-W = 1
              CLOSE LBD219
           END-IF.
           MOVE DS-QUIT-SET TO DS-CONTROL.
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.
