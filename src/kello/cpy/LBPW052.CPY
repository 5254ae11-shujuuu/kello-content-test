      * CONTROLE DO INVENTARIO FISICO DO ESTOQUE DE INSUMOS (LBP145).
      * REGISTRO UNICO (CHAVE CONSTANTE "1"). DATA-INVENT E A DATA DE
      * CONGELAMENTO DO INVENTARIO EM CURSO (ZERO = NENHUM ABERTO);
      * SUPERVISOR E O UNICO USUARIO QUE APROVA O AJUSTE (O PRIMEIRO
      * A EXECUTAR O LBP145, ESQUEMA DO VIP123/LBP113).
       FD  LBD052.
       01  REG-LBD052.
           05  CHAVE-L52               PIC X(1)      VALUE "1".
           05  DATA-INVENT-L52         PIC 9(8)      VALUE ZEROS.
           05  DATA-ULT-INVENT-L52     PIC 9(8)      VALUE ZEROS.
           05  SUPERVISOR-L52          PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD052                 PIC X(30).
