      * REGRAS DE SEGREGACAO DE FUNCOES (MANTIDAS PELO LOG029): CADA
      * GRUPO REUNE PROGRAMAS QUE UM MESMO USUARIO NAO DEVE ACUMULAR
      * (EX.: LANCAR O TITULO NO CPP055, APROVAR NO CPP060, EMITIR O
      * CHEQUE NO CPP070 E CONCILIAR O BANCO NO CXP022). UM PAR E SO
      * UM GRUPO DE DOIS PROGRAMAS. HA CONFLITO QUANDO O USUARIO TEM
      * ACESSO (LOGD008/LOG008) A DOIS OU MAIS PROGRAMAS DO GRUPO.
       FD  LOGD024.
       01  REG-LOGD024.
           05  CHAVE-L024.
               10  GRUPO-L024          PIC 9(3).
               10  PROGRAMA-L024       PIC X(8).
           05  DESCR-GRUPO-L024        PIC X(30)     VALUE SPACES.
           05  FUNCAO-L024             PIC X(20)     VALUE SPACES.
           05  DIGITADOR-L024          PIC 9(6)      VALUE ZEROS.
       01  PATH-LOGD024                PIC X(30).
