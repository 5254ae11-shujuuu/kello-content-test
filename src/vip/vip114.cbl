      *02/09/2026 - INCLUSÃO - A REAPRESENTAÇÃO CARIMBA A ETAPA 4 EM
      *             VID111 (SUBPROGRAMA VIP117), PARA O LEAD-TIME DO
      *             VIP118.
      *15/10/2026 - ALTERAÇÃO - CONTRATO COM 8 DÍGITOS (VID110 9(8));
      *             COLUNAS DA LISTA DESLOCADAS.

       ENVIRONMENT DIVISION.
       class-control.
       FD  WORK.
       01  REG-WORK.
           05  DATA-WK             PIC 9(8).
           05  CONTRATO-WK         PIC 9(8).
           05  ITEM-WK             PIC 9(2).
           05  FUNCIONARIO-WK      PIC 9(6).
           05  REVISOR-WK          PIC 9(6).

       MOVER-DADOS-LISTA SECTION.
           MOVE SPACES          TO GS-LINDET
           MOVE CONTRATO-WK     TO GS-LINDET(1: 9)
           MOVE ITEM-WK         TO GS-LINDET(10: 3)
           MOVE FUNCIONARIO-WK  TO GS-LINDET(13: 7) CODIGO-CG01
           READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
           END-READ.
           MOVE NOME-CG01       TO GS-LINDET(20: 12)
           MOVE REVISOR-WK      TO GS-LINDET(33: 7)
           MOVE MOTIVO-WK       TO GS-LINDET(41: 3)
           MOVE OBS-WK          TO GS-LINDET(45: 22)
           MOVE DATA-WK         TO GS-LINDET(68: 9)
           COMPUTE DIAS-PENDENTE-W =
              FUNCTION INTEGER-OF-DATE(DATA-DIA-W)
           IF GS-LINDET = SPACES
              GO MARCA-REAPRESENTADO-FIM
           END-IF.
           MOVE GS-LINDET(1: 8) TO CONTRATO-V110.
           MOVE GS-LINDET(10: 2) TO ITEM-V110.
           MOVE 1               TO TIPO-V110.
           READ VID110 INVALID KEY
                MOVE "REGISTRO NAO ENCONTRADO" TO GS-MENSAGEM-ERRO
