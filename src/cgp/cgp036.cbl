      *                antes de hoje e não cumprido) e os retornos
      *                do dia - quem ligar hoje de manhã.

      *MODIFICAÇÕES:
      *15/10/2026 - INCLUSÃO - CELULAR DE COBRANÇA (DDD E 9 DÍGITOS,
      *             FORMATADO PELO CGP039) NA CONSULTA DE PROTESTADOS
      *             E NA AGENDA.
      *15/10/2026 - ALTERAÇÃO - AGENDA INCLUI AS CONTESTAÇÕES DE
      *             CARTÃO LANÇADAS PELO CRP025 (RESULTADO 5), ATÉ
      *             SEREM MARCADAS COMO CUMPRIDAS.
      *15/10/2026 - ALTERAÇÃO - AGENDA INCLUI OS CHEQUES DEVOLVIDOS
      *             LANÇADOS PELO CRP111 (RESULTADO 6), ATÉ SEREM
      *             MARCADOS COMO CUMPRIDOS.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
           COPY CGPW039C.
       01  CAB01.
           05  FILLER              PIC X(40)   VALUE
               "AGENDA DIARIA DA COBRANCA - ".
           READ CGD010 INVALID KEY MOVE SPACES TO NOME-CG10
           END-READ.
           PERFORM ACHA-ULTIMO-CONTATO.
           PERFORM FORMATA-CELULAR.
           IF ULT-CONTATO-W = ZEROS
              DISPLAY CLASSIF-CG11 "/" CODIGO-CG11
                      " " NOME-CG10(1: 25)
                      " FONE " FONE1-CG11
                      " CEL " CGP039-EXIBE " - SEM CONTATO"
           ELSE
              DISPLAY CLASSIF-CG11 "/" CODIGO-CG11
                      " " NOME-CG10(1: 25)
                      " FONE " FONE1-CG11
                      " CEL " CGP039-EXIBE
                      " ULT " ULT-CONTATO-W
                      " RES " ULT-RESULTADO-W
           END-IF.
           PERFORM UNTIL ST-CGD025 = "10"
              READ CGD025 NEXT RECORD AT END MOVE "10" TO ST-CGD025
              NOT AT END
                IF (RESULTADO-CG25 = 1 OR RESULTADO-CG25 = 5
                    OR RESULTADO-CG25 = 6)
                   AND CUMPRIDA-CG25 = ZEROS
                   AND DATA-PROMESSA-CG25 > ZEROS
                   AND DATA-PROMESSA-CG25 <= DATA-HOJE-W
                   PERFORM IMPRIME-LINHA-AGENDA
           MOVE NOME-CG10(1: 25)  TO LINDET-REL(12: 25).
           MOVE DATA-PROMESSA-CG25 TO LINDET-REL(39: 8).
           MOVE FONE1-CG11        TO LINDET-REL(49: 8).
           PERFORM FORMATA-CELULAR.
           MOVE CGP039-EXIBE      TO LINDET-REL(58: 15).
           EVALUATE TRUE
              WHEN RESULTADO-CG25 = 5
                 MOVE "CONTESTACAO CARTAO" TO LINDET-REL(75: 18)
              WHEN RESULTADO-CG25 = 6
                 MOVE "CHEQUE DEVOLVIDO" TO LINDET-REL(75: 16)
              WHEN DATA-PROMESSA-CG25 < DATA-HOJE-W
                 MOVE "*** PROMESSA QUEBRADA" TO LINDET-REL(75: 21)
              WHEN OTHER
                 MOVE "RETORNO DE HOJE" TO LINDET-REL(75: 15)
           END-EVALUATE.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56
              MOVE 1 TO LIN
           END-IF.

      *    CELULAR DE COBRANCA NO FORMATO (DD) 99999-9999 (CGP039);
      *    FORA DO PADRAO SAI COMO ESTA.
       FORMATA-CELULAR SECTION.
           MOVE DDD-CELULAR1-CG11 TO CGP039-DDD.
           MOVE CELULAR1-CG11     TO CGP039-NUMERO.
           CALL "CGP039" USING CGP039-PARAMETROS.

       FINALIZAR-PROGRAMA SECTION.
           CANCEL "CGP039".
           CLOSE CGD010 CGD011 CGD025.
           EXIT PROGRAM.
