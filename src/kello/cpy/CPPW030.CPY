      * ARQUIVO DE BAIXA DE TITULOS CPD020 CLASSIFICADOS POR CODIGO
      * DE APURACAO DO CAIXA (CXD020), USADO NA CONCILIACAO MENSAL
      * CONTAS A PAGAR X CAIXA (CPP052). CHAVE = CHAVE PRIMARIA DE
      * CPD020 (FORNECEDOR+SEQUENCIA) + SEQUENCIA DA BAIXA: O TITULO
      * PODE SER PAGO EM PARTES (RETORNO DO BANCO CPP056, BAIXA
      * PARCIAL CPP076) E SO PASSA A BAIXADO (SITUACAO 2) QUANDO O
      * SALDO ZERA. SALDO = QUANTO FALTAVA PAGAR DEPOIS DESTA BAIXA.
      * O LAYOUT ANTIGO (UMA BAIXA POR TITULO) E CONVERTIDO PELO
      * CPP075.
       FD  CPD030.
       01  REG-CPD030.
           05  CHAVE-CP30.
               10  FORNEC-CP30         PIC 9(6).
               10  SEQ-CP30            PIC 9(5).
               10  SEQ-BAIXA-CP30      PIC 9(3).
           05  CODIGO-COMPL-CP30       PIC X(5)      VALUE SPACES.
           05  VALOR-BAIXADO-CP30      PIC 9(8)V99   VALUE ZEROS.
           05  DATA-BAIXA-CP30         PIC 9(8)      VALUE ZEROS.
           05  SALDO-CP30              PIC 9(8)V99   VALUE ZEROS.
       01  PATH-CPD030                 PIC X(30).
