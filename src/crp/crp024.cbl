      *SEQUENCIA; 13 SITUACAO (P/R); 14-21 DATA (AAAAMMDD). DEMAIS
      *TIPOS DE REGISTRO (HEADER/TRAILER) SAO IGNORADOS.

      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - CELULAR COM 9 DÍGITOS NA LISTA DE
      *             TRABALHO.
      *15/10/2026 - ALTERAÇÃO - PARCELA PAGA COM DATA EM COMPETÊNCIA
      *             JÁ FECHADA NO CPP071 (CONSULTA PELO CPP079) NÃO É
      *             BAIXADA NEM MARCADA COMO PAGA; SAI NO CONSOLE E NO
      *             TOTAL "COMPETENCIA FECHADA" PARA REPROCESSAR DEPOIS
      *             DA REABERTURA.
      *15/10/2026 - ALTERAÇÃO - PAGAMENTO DE TÍTULO QUE NÃO ESTÁ EM
      *             ABERTO (BAIXADO, RENEGOCIADO, CANCELADO OU
      *             DESISTÊNCIA) NÃO É BAIXADO; SAI NA LISTA COMO
      *             "TITULO NAO ESTA EM ABERTO" PARA TRATAMENTO MANUAL.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
           05  QT-PAGOS-W            PIC 9(5)     VALUE ZEROS.
           05  QT-RECUSADOS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-NAO-LOCALIZADOS-W  PIC 9(5)     VALUE ZEROS.
           05  QT-FECHADOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-NAO-ABERTOS-W      PIC 9(5)     VALUE ZEROS.
           COPY "PARAMETR".
           COPY CPPW079C.
       01  CAB01.
           05  FILLER              PIC X(46)   VALUE
               "RETORNO DA COBRANCA DE CARTAO - PROCESSADO EM".
       01  LINTOT3.
           05  FILLER        PIC X(22) VALUE "NAO LOCALIZADAS....: ".
           05  QT-NAO-LOC-REL      PIC ZZ.ZZ9.
       01  LINTOT4.
           05  FILLER        PIC X(22) VALUE "COMPETENCIA FECHADA: ".
           05  QT-FECHADOS-REL     PIC ZZ.ZZ9.
       01  LINTOT5.
           05  FILLER        PIC X(22) VALUE "TITULO NAO EM ABERTO: ".
           05  QT-NAO-ABERTOS-REL  PIC ZZ.ZZ9.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W QT-PAGOS-W QT-RECUSADOS-W
                         QT-NAO-LOCALIZADOS-W QT-FECHADOS-W
                         QT-NAO-ABERTOS-W.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CRD100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD100.
           MOVE "CRD110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD110.
           MOVE QT-PAGOS-W           TO QT-PAGOS-REL.
           MOVE QT-RECUSADOS-W       TO QT-RECUSADOS-REL.
           MOVE QT-NAO-LOCALIZADOS-W TO QT-NAO-LOC-REL.
           MOVE QT-FECHADOS-W        TO QT-FECHADOS-REL.
           MOVE QT-NAO-ABERTOS-W     TO QT-NAO-ABERTOS-REL.
           WRITE REG-RELAT FROM LINTOT1 AFTER 2.
           WRITE REG-RELAT FROM LINTOT2 AFTER 1.
           WRITE REG-RELAT FROM LINTOT3 AFTER 1.
           WRITE REG-RELAT FROM LINTOT4 AFTER 1.
           WRITE REG-RELAT FROM LINTOT5 AFTER 1.
           CLOSE RELAT.
           DISPLAY "PAGAS: " QT-PAGOS-W
                   "  RECUSADAS: " QT-RECUSADOS-W
                   "  NAO LOCALIZADAS: " QT-NAO-LOCALIZADOS-W
                   "  COMPETENCIA FECHADA: " QT-FECHADOS-W
                   "  NAO EM ABERTO: " QT-NAO-ABERTOS-W.

       PROCESSA-ITEM-RETORNO SECTION.
           MOVE CONTRATO-RET TO CONTRATO-CR120.
           EXIT.

       BAIXA-PARCELA-PAGA SECTION.
           MOVE DATA-RET TO CPP079-DATA.
           CALL "CPP079" USING PARAMETROS-W CPP079-PARAMETROS.
           CANCEL "CPP079".
           IF CPP079-FECHADA = 1
              ADD 1 TO QT-FECHADOS-W
              DISPLAY "COMPETENCIA FECHADA (CPP071): CONTRATO "
                      CONTRATO-RET " SEQ " SEQ-RET " DATA " DATA-RET
              GO BAIXA-PARCELA-PAGA-FIM
           END-IF.
           MOVE CONTRATO-RET TO CONTRATO-CR100.
           MOVE SEQ-RET      TO SEQ-CR100.
           READ CRD100 INVALID KEY
                ADD 1 TO QT-NAO-LOCALIZADOS-W
                GO BAIXA-PARCELA-PAGA-FIM
           END-READ.
      *    TITULO BAIXADO, RENEGOCIADO (CRP103), CANCELADO OU DE
      *    DESISTENCIA (CRP110) NAO E BAIXADO DE NOVO - MESMA REGRA DO
      *    RETORNO DE BOLETOS (CRP105); O CASO E TRATADO A MAO.
           IF SITUACAO-CR100 <> ZEROS
              ADD 1 TO QT-NAO-ABERTOS-W
              DISPLAY "TITULO NAO ESTA EM ABERTO - SIT. "
                      SITUACAO-CR100 ": CONTRATO " CONTRATO-RET
                      " SEQ " SEQ-RET
              PERFORM IMPRIME-LINHA-NAO-ABERTO
              GO BAIXA-PARCELA-PAGA-FIM
           END-IF.
           MOVE CONTRATO-RET   TO CONTRATO-CR110.
           MOVE SEQ-RET        TO SEQ-CR110.
           MOVE COD-APURACAO-W TO CODIGO-COMPL-CR110.
           END-READ.
           MOVE DDD-CELULAR1-CG11 TO LINDET-REL(35: 3).
           MOVE FONE1-CG11        TO LINDET-REL(39: 8).
           MOVE CELULAR1-CG11     TO LINDET-REL(49: 9).
           MOVE CONTRATO-RET TO CONTRATO-CR100.
           MOVE SEQ-RET      TO SEQ-CR100.
           READ CRD100 INVALID KEY
              MOVE 4 TO LIN
           END-IF.

      *    REG-CRD100 JA LIDO.
       IMPRIME-LINHA-NAO-ABERTO SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE CONTRATO-RET TO LINDET-REL(1: 6).
           MOVE SEQ-RET      TO LINDET-REL(8: 5).
           MOVE CLASSIF-CLI-CR120 TO CLASSIF-CG10.
           MOVE COD-CLIENTE-CR120 TO CODIGO-CG10.
           READ CGD010 INVALID KEY MOVE SPACES TO NOME-CG10
           END-READ.
           MOVE NOME-CG10(1: 20) TO LINDET-REL(14: 20).
           MOVE "TITULO NAO ESTA EM ABERTO - SIT."
             TO LINDET-REL(35: 32).
           MOVE SITUACAO-CR100  TO LINDET-REL(68: 1).
           MOVE VALOR-TOT-CR100 TO LINDET-REL(70: 11).
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56
              WRITE REG-RELAT FROM CAB03 AFTER PAGE
              WRITE REG-RELAT FROM CAB04
              WRITE REG-RELAT FROM CAB02
              MOVE 4 TO LIN
           END-IF.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CRD100 CRD110 CRD120 CXD020 CGD010 CGD011.
           IF ST-RETORNO = "10" OR ST-RETORNO = "00"
