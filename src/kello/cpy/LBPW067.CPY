      * PARAMETROS DOS EVENTOS VARIAVEIS DA FOLHA (LBP153) - REGISTRO
      * UNICO, CHAVE "1". O SUPERVISOR E O UNICO QUE REABRE UMA
      * COMPETENCIA JA EXPORTADA (O PRIMEIRO USUARIO A REABRIR FICA
      * REGISTRADO, COMO NO LBP113). JANELA NOTURNA EM HHMM; O
      * PREMIO E PAGO POR DIA EM QUE O TURNO BATEU A META.
       FD  LBD067.
       01  REG-LBD067.
           05  CHAVE-L67               PIC X(1).
           05  SUPERVISOR-L67          PIC 9(6)      VALUE ZEROS.
           05  INICIO-NOTURNO-L67      PIC 9(4)      VALUE 2200.
           05  FIM-NOTURNO-L67         PIC 9(4)      VALUE 0500.
           05  VALOR-PREMIO-DIA-L67    PIC 9(6)V99   VALUE ZEROS.
           05  DATA-ALTERACAO-L67      PIC 9(8)      VALUE ZEROS.
           05  USUARIO-L67             PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD067                 PIC X(30).
