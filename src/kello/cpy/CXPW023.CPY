      * CONTAS BANCARIAS DA EMPRESA - UMA POR PORTADOR (CAD018), QUE
      * DA O NOME. BASE DO RAZAO BANCARIO CXD024 E DO FECHAMENTO
      * DIARIO POR CONTA CXD025 (CXP023/CXP024/CXP025). O PORTADOR
      * 00 E RESERVADO PARA O CAIXA (CXD021/CXD022) NAS
      * TRANSFERENCIAS. SALDO-INICIAL VALE PARA DATA-INICIAL: NADA
      * ANTERIOR E LANCADO. RECEBE-CR = 1 MARCA A CONTA QUE RECEBE OS
      * DEPOSITOS DO CONTAS A RECEBER (BAIXA CRD110 FORMA 3).
      * SITUACAO: 0-ATIVA  1-ENCERRADA.
       FD  CXD023.
       01  REG-CXD023.
           05  PORTADOR-CX23           PIC 9(2).
           05  BANCO-CX23              PIC 9(3)      VALUE ZEROS.
           05  AGENCIA-CX23            PIC X(6)      VALUE SPACES.
           05  NR-CONTA-CX23           PIC X(12)     VALUE SPACES.
           05  SALDO-INICIAL-CX23      PIC S9(9)V99  VALUE ZEROS.
           05  DATA-INICIAL-CX23       PIC 9(8)      VALUE ZEROS.
           05  RECEBE-CR-CX23          PIC 9         VALUE ZEROS.
           05  SITUACAO-CX23           PIC 9         VALUE ZEROS.
           05  DIGITADOR-CX23          PIC 9(6)      VALUE ZEROS.
       01  PATH-CXD023                 PIC X(30).
