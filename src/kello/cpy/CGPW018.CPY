      * TEXTO COM O TELEFONE DO CGD011, EXPORTA PARA O GATEWAY E
      * PROCESSA O RETORNO ENVIADA/FALHOU.
      * EVENTO: 1-ENTREGA CONFIRMADA  2-PRONTA P/ RETIRADA
      *         3-CARTAO A VENCER  4-VIDEO DISPONIVEL P/ DOWNLOAD
      *         (VIP126, REFERENCIA = ENTREGA DO VID126).
      * STATUS: 0-PENDENTE 1-FORMATADA 2-EXPORTADA 3-ENVIADA 4-FALHA.
      * CHAVE ALTERNADA EVENTO+REFERENCIA (REMESSA, CLIENTE...) PARA
      * O VARREDOR NAO POSTAR O MESMO EVENTO DUAS VEZES.
      * FONE COM 9 DIGITOS (CELULAR); CONVERSAO PELO CGP040.
       FD  CGD018.
       01  REG-CGD018.
           05  CHAVE-CG18.
           05  CONTRATO-CG18           PIC 9(8)      VALUE ZEROS.
           05  COMPLEMENTO-CG18        PIC X(30)     VALUE SPACES.
           05  DDD-CG18                PIC 9(2)      VALUE ZEROS.
           05  FONE-CG18               PIC 9(9)      VALUE ZEROS.
           05  TEXTO-CG18              PIC X(120)    VALUE SPACES.
           05  STATUS-CG18             PIC 9         VALUE ZEROS.
           05  DATA-RETORNO-CG18       PIC 9(8)      VALUE ZEROS.
