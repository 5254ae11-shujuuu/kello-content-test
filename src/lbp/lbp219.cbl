      *de remessa do LBP215. Cada item leva o tipo (1-ALBUM 2-VIDEO
      *3-FOTOS AVULSAS) e uma descrição livre. Contrato sem itens
      *cadastrados fica fora do controle (adoção gradual).
      *MODIFICAÇÕES:
      *15/10/2026 - INCLUSÃO - ITEM ESCOLHIDO NO CATÁLOGO DE PRODUTOS
      *             (LBD062, LBP151): TIPO E DESCRIÇÃO VÊM DO CATÁLOGO
      *             E O ITEM GUARDA O PREÇO EM VIGOR NA DATA DA VENDA
      *             (SUBPROGRAMA LBP152). PRODUTO ZERO MANTÉM O
      *             CADASTRO LIVRE ANTERIOR.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           05  CONTRATO6-W           PIC 9(6)     VALUE ZEROS.
           05  ITEM-W                PIC 9(2)     VALUE ZEROS.
           05  TIPO-ITEM-W           PIC 9        VALUE ZEROS.
           05  PRODUTO-W             PIC 9(3)     VALUE ZEROS.
           05  DATA-VENDA-W          PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
           COPY LBPW152C.
       01  VALOR-ED-W                PIC ZZZ.ZZ9,99.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
           DISPLAY "CONTRATO: " IDENTIFICACAO-CO40.
           DISPLAY "Numero do item (1-99): ".
           ACCEPT ITEM-W FROM CONSOLE.
           MOVE CONTRATO-W    TO CONTRATO-L219.
           MOVE ITEM-W        TO ITEM-L219.
           MOVE ZEROS         TO PRODUTO-L219 DATA-VENDA-L219
                                 VALOR-L219.
           DISPLAY "Produto do catalogo (0 = SEM CATALOGO): ".
           ACCEPT PRODUTO-W FROM CONSOLE.
           IF PRODUTO-W > ZEROS
              PERFORM ITEM-DO-CATALOGO
              IF PRODUTO-L219 = ZEROS
                 GO INCLUI-ITEM-FIM
              END-IF
           ELSE
              DISPLAY "Tipo (1-ALBUM 2-VIDEO 3-FOTOS AVULSAS): "
              ACCEPT TIPO-ITEM-W FROM CONSOLE
              IF TIPO-ITEM-W < 1 OR TIPO-ITEM-W > 3
                 DISPLAY "TIPO INVALIDO"
                 GO INCLUI-ITEM-FIM
              END-IF
              MOVE TIPO-ITEM-W   TO TIPO-ITEM-L219
              DISPLAY "Descricao do item: "
              ACCEPT DESCRICAO-L219 FROM CONSOLE
           END-IF.
           MOVE COD-USUARIO-W TO DIGITADOR-L219.
           WRITE REG-LBD219 INVALID KEY
                 REWRITE REG-LBD219 INVALID KEY
       INCLUI-ITEM-FIM.
           EXIT.

      *    TIPO E DESCRICAO DO CATALOGO (COPIA DE VIDEO ENTRA COMO ITEM
      *    DE VIDEO NO CHECKLIST) E O PRECO EM VIGOR NA DATA DA VENDA.
       ITEM-DO-CATALOGO SECTION.
           DISPLAY "Data da venda (AAAAMMDD, ENTER = HOJE): ".
           ACCEPT DATA-VENDA-W FROM CONSOLE.
           IF DATA-VENDA-W = ZEROS
              ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD
              MOVE DATA-HOJE-W TO DATA-VENDA-W
           END-IF.
           MOVE PRODUTO-W    TO LBP152-PRODUTO.
           MOVE DATA-VENDA-W TO LBP152-DATA.
           CALL "LBP152" USING PARAMETROS-W LBP152-PARAMETROS.
           CANCEL "LBP152".
           IF LBP152-RESULTADO = ZEROS
              DISPLAY "PRODUTO NAO CADASTRADO NO CATALOGO (LBP151)"
              GO ITEM-DO-CATALOGO-FIM
           END-IF.
           IF LBP152-SITUACAO <> ZEROS
              DISPLAY "PRODUTO INATIVO NO CATALOGO"
              GO ITEM-DO-CATALOGO-FIM
           END-IF.
           IF LBP152-TIPO = 4
              MOVE 2 TO TIPO-ITEM-L219
           ELSE
              MOVE LBP152-TIPO TO TIPO-ITEM-L219
           END-IF.
           MOVE LBP152-DESCRICAO TO DESCRICAO-L219.
           MOVE PRODUTO-W        TO PRODUTO-L219.
           MOVE DATA-VENDA-W     TO DATA-VENDA-L219.
           IF LBP152-RESULTADO = 1
              MOVE LBP152-VALOR  TO VALOR-L219 VALOR-ED-W
              DISPLAY "  " LBP152-DESCRICAO " PRECO " VALOR-ED-W
                      " (VIGENTE DESDE " LBP152-INICIO ")"
           ELSE
              DISPLAY "  " LBP152-DESCRICAO
                      " - SEM PRECO EM VIGOR NA DATA DA VENDA"
           END-IF.
       ITEM-DO-CATALOGO-FIM.
           EXIT.

       EXCLUI-ITEM SECTION.
           DISPLAY "Numero do contrato: ".
           ACCEPT CONTRATO-W FROM CONSOLE.
                IF CONTRATO-L219 <> CONTRATO-W
                   MOVE "10" TO ST-LBD219
                ELSE
                   MOVE VALOR-L219 TO VALOR-ED-W
                   DISPLAY "ITEM " ITEM-L219
                           " TIPO " TIPO-ITEM-L219
                           " " DESCRICAO-L219
                           " PRODUTO " PRODUTO-L219
                           " " VALOR-ED-W
                END-IF
              END-READ
           END-PERFORM.
