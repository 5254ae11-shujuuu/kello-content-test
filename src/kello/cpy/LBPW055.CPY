      * HABILITACAO DOS OPERADORES DO LABORATORIO (LBP146): UM
      * REGISTRO POR FUNCIONARIO (CGD001), PROCESSADORA (LBD047) E
      * TIPO DE FILME (LBD021), COM A DATA DA HABILITACAO E A DATA
      * DE VALIDADE (ZERO = SEM VENCIMENTO). PROCESSADORA ZERO VALE
      * PARA QUALQUER MAQUINA. COMO O LBD101 NAO GUARDA A MAQUINA, A
      * CRITICA DO LBP101/LBP120 CONSIDERA HABILITADO O FUNCIONARIO
      * COM REGISTRO VALIDO NA DATA DO MOVIMENTO PARA O TIPO DE
      * FILME EM QUALQUER PROCESSADORA.
       FD  LBD055.
       01  REG-LBD055.
           05  CHAVE-L55.
               10  FUNCIONARIO-L55     PIC 9(6).
               10  PROCESSADORA-L55    PIC 9(2).
               10  TIPO-FILME-L55      PIC 9(2).
           05  DATA-CERTIF-L55         PIC 9(8)      VALUE ZEROS.
           05  DATA-VALIDADE-L55       PIC 9(8)      VALUE ZEROS.
           05  OBSERVACAO-L55          PIC X(30)     VALUE SPACES.
           05  DIGITADOR-L55           PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD055                 PIC X(30).
