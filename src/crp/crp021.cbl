      *pedindo o cartão novo antes de a parcela estourar. Ordenação
      *via arquivo WORK chaveado por validade (AAAAMM).

      *MODIFICAÇÕES:
      *15/10/2026 - INCLUSÃO - CELULAR DE COBRANÇA (DDD E 9 DÍGITOS,
      *             FORMATADO PELO CGP039) NO CONTATO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
               10  VALID-AAAA-C      PIC 9(4).
           05  QT-CARTOES-W          PIC 9(5)     VALUE ZEROS.
           COPY "PARAMETR".
           COPY CGPW039C.

       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(110)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(110)  VALUE
           "VALIDADE CLIENTE  NOME                 ULT4  FONE      CELUL
      -    "AR          E-MAIL".
       01  LINDET.
           05  LINDET-REL          PIC X(110)  VALUE SPACES.
       01  LINTOT1.
                MOVE 1          TO CLASSIF-CG11
                MOVE CLIENTE-WK TO CODIGO-CG11
                READ CGD011 INVALID KEY
                     MOVE ZEROS  TO FONE1-CG11 DDD-CELULAR1-CG11
                                    CELULAR1-CG11
                     MOVE SPACES TO E-MAIL1-CG11
                END-READ
           END-READ.
           MOVE FONE1-CG11         TO LINDET-REL(46: 8)
           MOVE DDD-CELULAR1-CG11  TO CGP039-DDD
           MOVE CELULAR1-CG11      TO CGP039-NUMERO
           CALL "CGP039" USING CGP039-PARAMETROS
           MOVE CGP039-EXIBE       TO LINDET-REL(56: 15)
           IF CGP039-RESULTADO <> 0 AND CGP039-RESULTADO <> 1
              MOVE "*"             TO LINDET-REL(71: 1)
           END-IF
           MOVE E-MAIL1-CG11       TO LINDET-REL(73: 30)
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN QT-CARTOES-W.
           IF LIN > 56 PERFORM CABECALHO END-IF.
           MOVE 6 TO LIN.

       FINALIZAR-PROGRAMA SECTION.
           CANCEL "CGP039".
           CLOSE CGD010 CGD011 CRD020 WORK.
           DELETE FILE WORK.
           EXIT PROGRAM.
