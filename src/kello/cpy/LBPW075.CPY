      * PARAMETROS DO ARQUIVO DE NEGATIVOS (LBP157) - REGISTRO UNICO,
      * CHAVE "1". ANOS-RETENCAO: NEGATIVO DE CONTRATO ENTREGUE (LBD215
      * DATA-ENTREGA) HA MAIS TEMPO QUE ISSO ENTRA NA LISTA DE
      * DESCARTE. DIAS-FORA: PADRAO DO RELATORIO DE NEGATIVOS FORA DA
      * CAIXA.
       FD  LBD075.
       01  REG-LBD075.
           05  CHAVE-L75               PIC X(1).
           05  ANOS-RETENCAO-L75       PIC 9(2)      VALUE 5.
           05  DIAS-FORA-L75           PIC 9(3)      VALUE 30.
           05  DATA-ALTERACAO-L75      PIC 9(8)      VALUE ZEROS.
           05  USUARIO-L75             PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD075                 PIC X(30).
