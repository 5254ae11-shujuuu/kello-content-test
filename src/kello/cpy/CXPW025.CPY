      * FECHAMENTO DIARIO DE CADA CONTA BANCARIA (CXD024), MESMO
      * ESPIRITO DO CXD022 DO CAIXA: UM REGISTRO POR CONTA E DATA
      * FECHADA, COM SALDO DE ABERTURA (FECHAMENTO ANTERIOR DA CONTA
      * OU SALDO INICIAL DE CXD023), CREDITOS E DEBITOS DESDE O
      * FECHAMENTO ANTERIOR E SALDO DE FECHAMENTO. NENHUM LANCAMENTO
      * E ACEITO NA CONTA EM DATA IGUAL OU ANTERIOR AO ULTIMO
      * FECHAMENTO.
       FD  CXD025.
       01  REG-CXD025.
           05  CHAVE-CX25.
               10  PORTADOR-CX25       PIC 9(2).
               10  DATA-CX25           PIC 9(8).
           05  SALDO-ABERTURA-CX25     PIC S9(9)V99  VALUE ZEROS.
           05  TOTAL-CREDITOS-CX25     PIC 9(9)V99   VALUE ZEROS.
           05  TOTAL-DEBITOS-CX25      PIC 9(9)V99   VALUE ZEROS.
           05  SALDO-FECHAMENTO-CX25   PIC S9(9)V99  VALUE ZEROS.
           05  FECHADO-CX25            PIC 9         VALUE ZEROS.
           05  USUARIO-FECHO-CX25      PIC 9(6)      VALUE ZEROS.
           05  HORA-FECHO-CX25         PIC 9(6)      VALUE ZEROS.
       01  PATH-CXD025                 PIC X(30).
