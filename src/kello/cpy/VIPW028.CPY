      * INCIDENTE DE AVARIA DE FILMADORA, LIGADO A SAIDA/RETORNO DO
      * VID022 QUE VOLTOU COM PROBLEMA (MESMA CHAVE: FILMADORA +
      * SEQUENCIA DO MOVIMENTO). MANTIDO PELO VIP029: DESCRICAO E
      * ORCAMENTO NA ABERTURA, CUSTO FINAL DO EVENTO DE REPARO DO
      * VID021 E A DECISAO DE QUEM ARCA COM O CUSTO. CHAVE ALTERNADA
      * PELO FUNCIONARIO QUE RETIROU A CAMERA (CGD001).
      * RESPONSAVEL: 0-PENDENTE  1-EMPRESA  2-FUNCIONARIO
      *              3-SEGURADORA.
      * VALOR-DESCONTO = PARTE A DESCONTAR DO FUNCIONARIO (SO COM
      * RESPONSAVEL 2).
       FD  VID028.
       01  REG-VID028.
           05  CHAVE-V28.
               10  CODIGO-V28          PIC 9(6).
               10  SEQ-SAIDA-V28       PIC 9(4).
           05  FUNCIONARIO-V28         PIC 9(6)      VALUE ZEROS.
           05  DATA-RETORNO-V28        PIC 9(8)      VALUE ZEROS.
           05  DATA-ABERTURA-V28       PIC 9(8)      VALUE ZEROS.
           05  USUARIO-ABERT-V28       PIC 9(6)      VALUE ZEROS.
           05  DESCRICAO-V28           PIC X(60)     VALUE SPACES.
           05  VALOR-ORCAMENTO-V28     PIC 9(7)V99   VALUE ZEROS.
           05  SEQ-REPARO-V28          PIC 9(4)      VALUE ZEROS.
           05  CUSTO-FINAL-V28         PIC 9(7)V99   VALUE ZEROS.
           05  RESPONSAVEL-V28         PIC 9         VALUE ZEROS.
           05  VALOR-DESCONTO-V28      PIC 9(7)V99   VALUE ZEROS.
           05  SINISTRO-V28            PIC X(15)     VALUE SPACES.
           05  DATA-DECISAO-V28        PIC 9(8)      VALUE ZEROS.
           05  USUARIO-DECISAO-V28     PIC 9(6)      VALUE ZEROS.
       01  PATH-VID028                 PIC X(30).
