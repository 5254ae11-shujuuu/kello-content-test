      * ORDENS DE SERVICO DE MANUTENCAO DOS EQUIPAMENTOS (LBD047),
      * ABERTAS E FECHADAS PELO LBP141. CHAVE = NUMERO DA ORDEM;
      * CHAVE ALTERNADA PELO EQUIPAMENTO PARA O HISTORICO E O
      * RELATORIO MENSAL (PARADA, MTBF, MTTR). A ORDEM CORRETIVA PODE
      * APONTAR A INTERRUPCAO DO LBD101 QUE A ORIGINOU (DATA-MOVTO +
      * SEQUENCIA; ZEROS = SEM VINCULO). O EQUIPAMENTO FICA PARADO
      * DA ABERTURA AO FECHAMENTO DA ORDEM CORRETIVA.
      * TIPO-OS : 1-CORRETIVA (FALHA)  2-PREVENTIVA.
      * SITUACAO: 0-ABERTA  1-FECHADA.
       FD  LBD048.
       01  REG-LBD048.
           05  NR-OS-L48               PIC 9(6).
           05  EQUIPAMENTO-L48         PIC 9(2)      VALUE ZEROS.
           05  TIPO-OS-L48             PIC 9         VALUE ZEROS.
           05  DATA-ABERTURA-L48       PIC 9(8)      VALUE ZEROS.
           05  HORA-ABERTURA-L48       PIC 9(4)      VALUE ZEROS.
           05  DEFEITO-L48             PIC X(40)     VALUE SPACES.
           05  INTERRUPCAO-L48.
               10  DATA-MOVTO-INT-L48  PIC 9(8)      VALUE ZEROS.
               10  SEQ-INT-L48         PIC 9(3)      VALUE ZEROS.
           05  USUARIO-ABERT-L48       PIC 9(6)      VALUE ZEROS.
           05  SITUACAO-L48            PIC 9         VALUE ZEROS.
           05  DATA-FECHAMENTO-L48     PIC 9(8)      VALUE ZEROS.
           05  HORA-FECHAMENTO-L48     PIC 9(4)      VALUE ZEROS.
           05  SERVICO-L48             PIC X(40)     VALUE SPACES.
           05  TECNICO-L48             PIC 9(6)      VALUE ZEROS.
           05  CUSTO-L48               PIC 9(7)V99   VALUE ZEROS.
           05  USUARIO-FECH-L48        PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD048                 PIC X(30).
