      *dos demais pop-ups de seleção (CGP001T, LBP023T, ...). Chamado
      *pelo LBP215.

      *MODIFICAÇÕES:
      *15/10/2026 - INCLUSÃO - CHAMADO COM O CONTRATO NAS POSIÇÕES
      *             50-57 DE PASSAR-STRING-1, LISTA PRIMEIRO AS
      *             TRANSPORTADORAS COTADAS PELA TABELA DE FRETE
      *             (LBD076, SUBPROGRAMA LBP159) EM ORDEM DE PREÇO E
      *             DE PRAZO, DEPOIS O CADASTRO COMPLETO.

       ENVIRONMENT DIVISION.
       class-control.
           Window             is class "wclass".
       01  VARIAVEIS.
           05  ST-LBD216             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  CONTRATO-COTACAO-W    PIC 9(8)     VALUE ZEROS.
           05  IND-I                 PIC 9(2)     VALUE ZEROS.
           05  IND-P                 PIC 9(2)     VALUE ZEROS.
           05  PRECO-ED-W            PIC ZZZ.ZZ9,99.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY LBPW159C.

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
           GO FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           MOVE ZEROS TO ERRO-W CONTRATO-COTACAO-W.
      *    CONTRATO DA REMESSA PARA A COTACAO DE FRETE (LBP215)
           IF PASSAR-STRING-1(50: 8) IS NUMERIC
              MOVE PASSAR-STRING-1(50: 8) TO CONTRATO-COTACAO-W
           END-IF.
           MOVE SPACES TO PASSAR-STRING-1.
           INITIALIZE GS-DATA-BLOCK
           INITIALIZE DS-CONTROL-BLOCK
       CARREGA-LISTA SECTION.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           IF CONTRATO-COTACAO-W <> ZEROS
              PERFORM CARREGA-COTACAO
           END-IF.
           MOVE ZEROS TO CODIGO-L216.
           START LBD216 KEY IS NOT < CODIGO-L216 INVALID KEY
                 MOVE "10" TO ST-LBD216.
              END-READ
           END-PERFORM.

      *    COTACAO DO CONTRATO PELA TABELA DE FRETE: RANKING POR
      *    PRECO E POR PRAZO NO TOPO DA LISTA, COM O MESMO LAYOUT DE
      *    LINHA (CODIGO NAS POSICOES 1-3) E O PRECO NO FINAL.
       CARREGA-COTACAO SECTION.
           MOVE CONTRATO-COTACAO-W TO LBP159-CONTRATO.
           MOVE ZEROS TO LBP159-CEP LBP159-VOLUMES.
           CALL "LBP159" USING PARAMETROS-W LBP159-PARAMETROS.
           CANCEL "LBP159".
           IF LBP159-RESULTADO = ZEROS
              GO CARREGA-COTACAO-FIM
           END-IF.
           MOVE SPACES TO GS-LINDET.
           STRING "MAIS BARATA (" LBP159-VOLUMES " VOL)"
                  DELIMITED BY SIZE INTO GS-LINDET.
           MOVE "INSERE-LIST" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           PERFORM VARYING IND-I FROM 1 BY 1
                   UNTIL IND-I > LBP159-QT-COTACOES
              MOVE IND-I TO IND-P
              PERFORM INSERE-COTACAO
           END-PERFORM.
           MOVE SPACES TO GS-LINDET.
           MOVE "MAIS RAPIDA" TO GS-LINDET.
           MOVE "INSERE-LIST" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           PERFORM VARYING IND-I FROM 1 BY 1
                   UNTIL IND-I > LBP159-QT-COTACOES
              MOVE LBP159-ORDEM-PRAZO(IND-I) TO IND-P
              PERFORM INSERE-COTACAO
           END-PERFORM.
           MOVE SPACES TO GS-LINDET.
           MOVE "TODAS" TO GS-LINDET.
           MOVE "INSERE-LIST" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
       CARREGA-COTACAO-FIM.
           EXIT.

       INSERE-COTACAO SECTION.
           MOVE LBP159-TRANSP(IND-P) TO CODIGO-L216.
           READ LBD216 INVALID KEY MOVE SPACES TO NOME-L216
           END-READ.
           MOVE SPACES               TO GS-LINDET.
           MOVE CODIGO-L216          TO GS-LINDET(1: 4).
           MOVE NOME-L216            TO GS-LINDET(5: 21).
           MOVE LBP159-DIAS(IND-P)   TO GS-LINDET(26: 4).
           MOVE LBP159-PRECO(IND-P)  TO PRECO-ED-W.
           MOVE PRECO-ED-W           TO GS-LINDET(30: 10).
           MOVE "INSERE-LIST" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       SELECIONA-ITEM SECTION.
      *    LINHAS DE TITULO DA COTACAO NAO TEM CODIGO
           IF GS-LINDET(1: 3) IS NOT NUMERIC
              GO SELECIONA-ITEM-FIM
           END-IF.
           IF GS-LINDET NOT = SPACES
              MOVE GS-LINDET(1: 3)  TO CODIGO-L216
              READ LBD216 INVALID KEY CONTINUE
              END-READ
              MOVE 1 TO GS-EXIT-FLG
           END-IF.
       SELECIONA-ITEM-FIM.
           EXIT.

       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET
