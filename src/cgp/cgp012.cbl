      *FUNÇÃO: Relatório de cobrança dos clientes com SITUACAO-CLI-
      *CG11 = 1 (protestado), para acompanhamento diário da cobrança.

      *MODIFICAÇÕES:
      *15/10/2026 - INCLUSÃO - COLUNA CELULAR DE COBRANÇA NO FORMATO
      *             (DD) 99999-9999 PELO CGP039; CELULAR FORA DO
      *             PADRÃO SAI COMO ESTÁ, MARCADO COM "*".

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
           COPY LOGW016C.
           COPY CGPW039C.

       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(100)  VALUE
           "CLASSIF    CODIGO    ENDERECO                           FONE
      -    "     CELULAR          CIDADE".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.

           MOVE PAGE-COUNT TO LOG016-QT-PAGINAS.
           CALL "LOG016" USING PARAMETROS-W LOG016-PARAMETROS.
           CANCEL "LOG016".
           CANCEL "CGP039".

       ESPELHA-LINHA-SPOOL SECTION.
           MOVE "L" TO LOG016-ACAO.
           MOVE SPACES               TO LINDET-REL
           MOVE CLASSIF-CG11         TO LINDET-REL(1: 7)
           MOVE CODIGO-CG11          TO LINDET-REL(11: 8)
           MOVE ENDERECO1-CG11       TO LINDET-REL(21: 35)
           MOVE FONE1-CG11           TO LINDET-REL(57: 8)
           MOVE DDD-CELULAR1-CG11    TO CGP039-DDD
           MOVE CELULAR1-CG11        TO CGP039-NUMERO
           CALL "CGP039" USING CGP039-PARAMETROS
           MOVE CGP039-EXIBE         TO LINDET-REL(66: 15)
           IF CGP039-RESULTADO <> 0 AND CGP039-RESULTADO <> 1
              MOVE "*"               TO LINDET-REL(81: 1)
           END-IF
           IF ST-CGD012 = "00"
              MOVE CIDADE1-CG11      TO CODIGO-CG12
              READ CGD012 INVALID KEY MOVE SPACES TO NOME-CG12
           ELSE
              MOVE SPACES TO NOME-CG12
           END-IF.
           MOVE NOME-CG12            TO LINDET-REL(83: 18).

       CABECALHO SECTION.
           ADD 1 TO PAGE-COUNT.  MOVE PAGE-COUNT TO PAG-REL.
