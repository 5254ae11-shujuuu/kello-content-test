       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGP039.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Subprograma compartilhado de crítica e exibição de
      *celular com DDD (área CGP039-PARAMETROS, copybook CGPW039C).
      *Regra única para a tela CGP011, a importação CGP038, a
      *exportação ao gateway CGP028, a conversão CGP040 e os
      *relatórios de cliente:
      *  - DDD conferido contra a tabela de DDDs existentes no país;
      *  - celular válido = 9 dígitos iniciando por 9;
      *  - celular de 8 dígitos na faixa de móvel (6 a 9) com DDD
      *    existente recebe o 9 na frente (todos os DDDs já migraram
      *    para o nono dígito);
      *  - o resto (DDD zerado/inexistente, número de fixo, tamanho
      *    fora do padrão) fica como não decidido.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
      *    DDDS EXISTENTES: POSICAO (DDD + 1) = "S"
           05  TAB-DDD-VALORES.
               10  FILLER            PIC X(10) VALUE "NNNNNNNNNN".
               10  FILLER            PIC X(10) VALUE "NSSSSSSSSS".
               10  FILLER            PIC X(10) VALUE "NSSNSNNSSN".
               10  FILLER            PIC X(10) VALUE "NSSSSSNSSN".
               10  FILLER            PIC X(10) VALUE "NSSSSSSSSS".
               10  FILLER            PIC X(10) VALUE "NSNSSSNNNN".
               10  FILLER            PIC X(10) VALUE "NSSSSSSSSS".
               10  FILLER            PIC X(10) VALUE "NSNSSSNSNS".
               10  FILLER            PIC X(10) VALUE "NSSSSSSSSS".
               10  FILLER            PIC X(10) VALUE "NSSSSSSSSS".
           05  TAB-DDD REDEFINES TAB-DDD-VALORES.
               10  DDD-EXISTE        OCCURS 100 TIMES PIC X.
           05  IND-DDD               PIC 9(3)     VALUE ZEROS.
           05  DDD-OK-W              PIC 9        VALUE ZEROS.
           05  NUMERO-W              PIC 9(9)     VALUE ZEROS.
           05  NUMERO-R REDEFINES NUMERO-W.
               10  NUMERO-DIG1-W     PIC 9.
               10  NUMERO-RESTO-W    PIC 9(8).
           05  NUMERO-8-R REDEFINES NUMERO-W.
               10  FILLER            PIC 9.
               10  NUMERO-8-DIG1-W   PIC 9.
               10  FILLER            PIC 9(7).
           05  NUMERO-PARTES-R REDEFINES NUMERO-W.
               10  NUMERO-PARTE1-W   PIC 9(5).
               10  NUMERO-PARTE2-W   PIC 9(4).
           05  EXIBE-9-W.
               10  FILLER            PIC X     VALUE "(".
               10  EXIBE-9-DDD-W     PIC 9(2).
               10  FILLER            PIC X(2)  VALUE ") ".
               10  EXIBE-9-PARTE1-W  PIC 9(5).
               10  FILLER            PIC X     VALUE "-".
               10  EXIBE-9-PARTE2-W  PIC 9(4).

       LINKAGE SECTION.
           COPY CGPW039C.
       PROCEDURE DIVISION USING CGP039-PARAMETROS.
       MAIN-PROCESS SECTION.
           MOVE SPACES TO CGP039-EXIBE.
           MOVE CGP039-NUMERO TO NUMERO-W.
           IF NUMERO-W = ZEROS
              MOVE 0 TO CGP039-RESULTADO
              GO FINALIZAR-CGP039
           END-IF.
           MOVE ZEROS TO DDD-OK-W.
           COMPUTE IND-DDD = CGP039-DDD + 1.
           IF DDD-EXISTE(IND-DDD) = "S"
              MOVE 1 TO DDD-OK-W
           END-IF.
           MOVE 3 TO CGP039-RESULTADO.
           IF DDD-OK-W = 1
              IF NUMERO-DIG1-W = 9
                 MOVE 1 TO CGP039-RESULTADO
              ELSE
                 IF NUMERO-DIG1-W = 0 AND NUMERO-8-DIG1-W > 5
                    MOVE 2 TO CGP039-RESULTADO
                    MOVE 9 TO NUMERO-DIG1-W
                    MOVE NUMERO-W TO CGP039-NUMERO
                 END-IF
              END-IF
           END-IF.
           IF CGP039-RESULTADO = 3
              MOVE NUMERO-W TO CGP039-EXIBE
           ELSE
              MOVE CGP039-DDD      TO EXIBE-9-DDD-W
              MOVE NUMERO-PARTE1-W TO EXIBE-9-PARTE1-W
              MOVE NUMERO-PARTE2-W TO EXIBE-9-PARTE2-W
              MOVE EXIBE-9-W       TO CGP039-EXIBE
           END-IF.
       FINALIZAR-CGP039.
           EXIT PROGRAM.
