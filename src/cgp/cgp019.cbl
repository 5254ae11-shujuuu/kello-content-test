      *parabéns do relacionamento. Ordenação por dia via arquivo
      *WORK, padrão do CPP051T.

      *MODIFICAÇÕES:
      *15/10/2026 - INCLUSÃO - CELULAR (DDD E 9 DÍGITOS, FORMATADO
      *             PELO CGP039) AO LADO DO FONE: O DE COBRANÇA PARA
      *             O RESPONSÁVEL, O DO FORMANDO PARA O FORMANDO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
           05  PESSOA-WK           PIC 9.
      *    PESSOA 1-RESPONSAVEL  2-FORMANDO
           05  FONE-WK             PIC 9(8).
           05  DDD-CEL-WK          PIC 9(2).
           05  CELULAR-WK          PIC 9(9).
           05  EMAIL-WK            PIC X(30).
       FD  RELAT
           LABEL RECORD IS OMITTED.
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
           COPY CGPW039C.

       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           "ANIVERSARIANTES DO MES: ".
           05  MES-REL             PIC 99.
       01  CAB03.
           05  FILLER              PIC X(110)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(110)  VALUE
           "DIA CLA CODIGO   PESSOA      NOME                 FONE     C
      -    "ELULAR          E-MAIL".
       01  LINDET.
           05  LINDET-REL          PIC X(110)  VALUE SPACES.
       01  LINTOT1.
           05  FILLER          PIC X(30) VALUE
               "ANIVERSARIANTES NO MES......: ".
                   MOVE CODIGO-CG11    TO CODIGO-WK
                   MOVE 1              TO PESSOA-WK
                   MOVE FONE1-CG11     TO FONE-WK
                   MOVE DDD-CELULAR1-CG11 TO DDD-CEL-WK
                   MOVE CELULAR1-CG11  TO CELULAR-WK
                   MOVE E-MAIL1-CG11   TO EMAIL-WK
                   WRITE REG-WORK INVALID KEY CONTINUE END-WRITE
                END-IF
                   MOVE CODIGO-CG11    TO CODIGO-WK
                   MOVE 2              TO PESSOA-WK
                   MOVE FONE2-CG11     TO FONE-WK
                   MOVE DDD-CELULAR2-CG11 TO DDD-CEL-WK
                   MOVE CELULAR2-CG11  TO CELULAR-WK
                   MOVE E-MAIL2-CG11   TO EMAIL-WK
                   WRITE REG-WORK INVALID KEY CONTINUE END-WRITE
                END-IF
           END-READ.
           MOVE NOME-CG10(1: 20) TO LINDET-REL(30: 20)
           MOVE FONE-WK       TO LINDET-REL(51: 8)
           MOVE DDD-CEL-WK    TO CGP039-DDD
           MOVE CELULAR-WK    TO CGP039-NUMERO
           CALL "CGP039" USING CGP039-PARAMETROS
           MOVE CGP039-EXIBE  TO LINDET-REL(60: 15)
           IF CGP039-RESULTADO <> 0 AND CGP039-RESULTADO <> 1
              MOVE "*"        TO LINDET-REL(75: 1)
           END-IF
           MOVE EMAIL-WK      TO LINDET-REL(77: 30)
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN QT-ANIVERSARIOS-W.
           IF LIN > 56 PERFORM CABECALHO END-IF.
           MOVE 6 TO LIN.

       FINALIZAR-PROGRAMA SECTION.
           CANCEL "CGP039".
           CLOSE CGD010 CGD011 WORK.
           DELETE FILE WORK.
           EXIT PROGRAM.
