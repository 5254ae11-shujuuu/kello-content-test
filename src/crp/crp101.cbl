      *como baixado (SITUACAO = 2) - o espelho do que CPD030/CPP056
      *fazem no contas a pagar, pronto para a conciliação.

      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - TÍTULO RENEGOCIADO EM ACORDO (CRP103)
      *             OU PARCELA CANCELADA DE ACORDO ROMPIDO NÃO É
      *             BAIXADO, COM MENSAGEM PRÓPRIA.
      *15/10/2026 - ALTERAÇÃO - MOSTRA A NFS-E (OU O RPS PENDENTE/
      *             REJEITADO) DO TÍTULO CONSULTADO, PELO CRD161.
      *15/10/2026 - ALTERAÇÃO - PARCELA CANCELADA NA DESISTÊNCIA DO
      *             FORMANDO (SITUAÇÃO 5, CRP110) NÃO É BAIXADA.
      *15/10/2026 - ALTERAÇÃO - DATA DA BAIXA EM COMPETÊNCIA JÁ
      *             FECHADA NO CPP071 (CONSULTA PELO CPP079) É
      *             RECUSADA.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.
           COPY CRPX110.
           COPY CXPX020.
           COPY CGPX010.
           COPY CRPX161.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW110.
       COPY CXPW020.
       COPY CGPW010.
       COPY CRPW161.
       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD110             PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-CRD161             PIC XX       VALUE SPACES.
           05  TEM-CRD161-W          PIC 9        VALUE ZEROS.
           05  PATH-CGD010           PIC X(30)    VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  CONTRATO-W            PIC 9(6)     VALUE ZEROS.
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
           COPY CPPW079C.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
           MOVE "CRD110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD110.
           MOVE "CXD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD020.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CRD161" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD161.
           OPEN I-O CRD100.
           OPEN I-O CRD110.
           IF ST-CRD110 = "35"
              OPEN I-O    CRD110
           END-IF.
           OPEN INPUT CXD020 CGD010.
           OPEN INPUT CRD161.
           IF ST-CRD161 = "00"
              MOVE 1 TO TEM-CRD161-W
           END-IF.
           IF ST-CRD100 <> "00"
              DISPLAY "ERRO ABERTURA CRD100: " ST-CRD100
              MOVE 1 TO ERRO-W.
                DISPLAY "TITULO NAO ENCONTRADO EM CRD100"
                GO PROCESSA-BAIXAS-FIM
           END-READ.
           IF TEM-CRD161-W = 1
              PERFORM MOSTRA-NFSE
           END-IF.
           IF SITUACAO-CR100 = 3
              DISPLAY "TITULO RENEGOCIADO EM ACORDO (CRP103) - "
                      "BAIXAR AS PARCELAS DO ACORDO"
              GO PROCESSA-BAIXAS-FIM
           END-IF.
           IF SITUACAO-CR100 = 4
              DISPLAY "PARCELA DE ACORDO ROMPIDO, CANCELADA"
              GO PROCESSA-BAIXAS-FIM
           END-IF.
           IF SITUACAO-CR100 = 5
              DISPLAY "PARCELA CANCELADA NA DESISTENCIA DO FORMANDO "
                      "(CRP110)"
              GO PROCESSA-BAIXAS-FIM
           END-IF.
           IF SITUACAO-CR100 > 1
              DISPLAY "TITULO JA BAIXADO"
              GO PROCESSA-BAIXAS-FIM
       SOLICITA-DADOS-BAIXA SECTION.
           DISPLAY "Data da baixa (AAAAMMDD): ".
           ACCEPT DATA-BAIXA-W FROM CONSOLE.
           MOVE DATA-BAIXA-W TO CPP079-DATA.
           CALL "CPP079" USING PARAMETROS-W CPP079-PARAMETROS.
           CANCEL "CPP079".
           IF CPP079-FECHADA = 1
              DISPLAY "COMPETENCIA FECHADA NO CPP071 - BAIXA RECUSADA"
              MOVE "N" TO CONFIRMA-W
              GO SOLICITA-DADOS-BAIXA-FIM
           END-IF.
           DISPLAY "Valor recebido (digitos, 2 decimais): ".
           ACCEPT VALOR-BAIXA-W FROM CONSOLE.
           DISPLAY "Codigo de apuracao do caixa (CXD020): ".
           END-IF.
           DISPLAY "BAIXA REGISTRADA.".

      *    RPS/NFS-E GERADOS PARA O TÍTULO (CHAVE ALTERNADA DO CRD161).
       MOSTRA-NFSE SECTION.
           MOVE CONTRATO-CR100 TO CONTRATO-CR161.
           MOVE SEQ-CR100      TO SEQ-CR161.
           START CRD161 KEY IS = TITULO-CR161 INVALID KEY
                 MOVE "10" TO ST-CRD161.
           PERFORM UNTIL ST-CRD161 = "10"
              READ CRD161 NEXT RECORD AT END MOVE "10" TO ST-CRD161
              NOT AT END
                IF CONTRATO-CR161 <> CONTRATO-CR100
                   OR SEQ-CR161 <> SEQ-CR100
                   MOVE "10" TO ST-CRD161
                ELSE
                   EVALUATE SITUACAO-CR161
                      WHEN 1
                         DISPLAY "NFS-E......: " NR-NFSE-CR161
                                 " DE " DATA-NFSE-CR161
                                 " VERIF. " COD-VERIFICACAO-CR161
                      WHEN 2
                         DISPLAY "RPS " NR-RPS-CR161 " REJEITADO: "
                                 MOTIVO-REJEICAO-CR161
                      WHEN OTHER
                         DISPLAY "RPS " NR-RPS-CR161
                                 " AGUARDANDO RETORNO DA PREFEITURA"
                   END-EVALUATE
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD161.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CRD100 CRD110 CXD020 CGD010.
           IF TEM-CRD161-W = 1
              CLOSE CRD161
           END-IF.
           EXIT PROGRAM.
