      * PARAMETROS DO CONTROLE DE RESIDUO QUIMICO (LBP154) - REGISTRO
      * UNICO, CHAVE "1". FATOR = PERCENTUAL DO CONSUMO DE QUIMICOS
      * QUE VIRA RESIDUO (100 = TUDO). LIMITE = ESTOQUE MAXIMO DE
      * RESIDUO GUARDADO ANTES DO ALERTA (ZERO = SEM ALERTA). DIAS =
      * PRAZO PARA O CERTIFICADO DE DESTINACAO DEPOIS DA COLETA.
       FD  LBD070.
       01  REG-LBD070.
           05  CHAVE-L70               PIC X(1).
           05  FATOR-RESIDUO-L70       PIC 9(3)V99   VALUE 100.
           05  LIMITE-ESTOQUE-L70      PIC 9(7)V99   VALUE ZEROS.
           05  DIAS-CERTIFICADO-L70    PIC 9(3)      VALUE 30.
           05  DATA-ALTERACAO-L70      PIC 9(8)      VALUE ZEROS.
           05  USUARIO-L70             PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD070                 PIC X(30).
