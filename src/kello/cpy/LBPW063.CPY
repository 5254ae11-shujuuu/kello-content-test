      * HISTORICO DE PRECOS DO CATALOGO (LBD062), UM REGISTRO POR
      * PRECO COM A VIGENCIA DELE. O LBP151 GRAVA O PRECO NOVO E
      * FECHA A VIGENCIA DO ANTERIOR NO DIA ANTERIOR AO INICIO DO
      * NOVO; NENHUM REGISTRO E ALTERADO DEPOIS DISSO, ENTAO O PRECO
      * EM VIGOR EM QUALQUER DATA PASSADA (POR EXEMPLO, NA VENDA DO
      * CONTRATO) CONTINUA CONSULTAVEL.
      * FIM-VIGENCIA = ZEROS: PRECO SEM DATA DE TERMINO.
       FD  LBD063.
       01  REG-LBD063.
           05  CHAVE-L63.
               10  CODIGO-L63          PIC 9(3).
               10  INICIO-VIGENCIA-L63 PIC 9(8).
           05  FIM-VIGENCIA-L63        PIC 9(8)      VALUE ZEROS.
           05  VALOR-L63               PIC 9(6)V99   VALUE ZEROS.
           05  DATA-ALTERACAO-L63      PIC 9(8)      VALUE ZEROS.
           05  USUARIO-L63             PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD063                 PIC X(30).
