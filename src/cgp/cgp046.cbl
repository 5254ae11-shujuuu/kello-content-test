       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGP046.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Subprograma compartilhado do desligamento de pessoas
      *do CGD001. Chamado pelos programas de lançamento que recebem
      *um funcionário ou fotógrafo (LBP101, LBP120, LBP156, LBP157,
      *VIP023, VIP025, VIP110, VIP112, VIP131) com o código e a
      *data do lançamento (área CGP046-PARAMETROS,
      *copybook CGPW046C); devolve CGP046-DESLIGADO = 1 quando a
      *pessoa está desligada no CGD003 (CGP045) com data anterior à
      *do lançamento - o lançamento então é recusado.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX003.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW003.
       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CGD003             PIC XX       VALUE SPACES.
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
           COPY CGPW046C.
       PROCEDURE DIVISION USING PARAMETROS-W CGP046-PARAMETROS.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO CGP046-DESLIGADO CGP046-DATA-DESLIG.
           IF CGP046-CODIGO = ZEROS
              GO FINALIZAR-CGP046
           END-IF.
           MOVE EMPRESA-W TO EMP-REC.
           MOVE "CGD003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD003.
      *    SEM ARQUIVO NINGUEM FOI DESLIGADO AINDA
           OPEN INPUT CGD003.
           IF ST-CGD003 <> "00"
              GO FINALIZAR-CGP046
           END-IF.
           MOVE CGP046-CODIGO TO CODIGO-CG03.
           READ CGD003 INVALID KEY
                MOVE ZEROS TO SITUACAO-CG03
           END-READ.
           IF SITUACAO-CG03 = 1
              AND CGP046-DATA > DATA-DESLIGAMENTO-CG03
              MOVE 1                      TO CGP046-DESLIGADO
              MOVE DATA-DESLIGAMENTO-CG03 TO CGP046-DATA-DESLIG
           END-IF.
           CLOSE CGD003.
       FINALIZAR-CGP046.
           EXIT PROGRAM.
