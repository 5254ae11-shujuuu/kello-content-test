      *                  relatório diário com o saldo transportado;
      *  CODIGOS ......: manutenção dos códigos de apuração CXD020
      *                  (o arquivo não tinha programa de cadastro).
      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - LANÇAMENTO COM DATA EM COMPETÊNCIA JÁ
      *             FECHADA NO CPP071 (CONSULTA PELO CPP079) É RECUSADO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
           COPY CPPW079C.
       01  CAB01.
           05  FILLER              PIC X(26)   VALUE
               "LIVRO CAIXA - DIA ........".
              DISPLAY "DIA JA FECHADO - LANCAMENTO RECUSADO"
              GO LANCA-MOVIMENTO-FIM
           END-IF.
      *    MES JA FECHADO E ENVIADO AO CONTADOR NAO RECEBE LANCAMENTO.
           MOVE DATA-DIA-W TO CPP079-DATA.
           CALL "CPP079" USING PARAMETROS-W CPP079-PARAMETROS.
           CANCEL "CPP079".
           IF CPP079-FECHADA = 1
              DISPLAY "COMPETENCIA FECHADA NO CPP071 - LANCAMENTO "
                      "RECUSADO"
              GO LANCA-MOVIMENTO-FIM
           END-IF.
           DISPLAY "Tipo (1-RECEBIMENTO 2-PAGAMENTO): ".
           ACCEPT TIPO-W FROM CONSOLE.
           IF TIPO-W < 1 OR TIPO-W > 2
