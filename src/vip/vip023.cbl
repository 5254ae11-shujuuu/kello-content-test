      *consta como fora (última saída sem retorno) e o retorno exige
      *uma saída em aberto.

      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - RECUSA A SAÍDA PARA FUNCIONÁRIO
      *             DESLIGADO (CGD003/CGP045) ANTES DA DATA DA SAÍDA
      *             (SUBPROGRAMA CGP046).

       ENVIRONMENT DIVISION.
       class-control.
           Window             is class "wclass".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
           COPY CGPW046C.

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
                   PERFORM CARREGA-MENSAGEM-ERRO
              END-READ
           END-IF.
           IF VALIDACAO-OK-W = 1
              MOVE GS-FUNCIONARIO TO CGP046-CODIGO
              MOVE GS-DATA-SAIDA  TO CGP046-DATA
              CALL "CGP046" USING PARAMETROS-W CGP046-PARAMETROS
              CANCEL "CGP046"
              IF CGP046-DESLIGADO = 1
                 MOVE ZEROS TO VALIDACAO-OK-W
                 MOVE "FUNCIONARIO DESLIGADO - SAIDA RECUSADA"
                   TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
              END-IF
           END-IF.
           IF VALIDACAO-OK-W = 1
              PERFORM PROCURA-SAIDA-ABERTA
              IF ACHOU-ABERTA-W = 1
