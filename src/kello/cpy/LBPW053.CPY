      * FOLHA DE CONTAGEM DO INVENTARIO FISICO (LBP145): UM REGISTRO
      * POR ITEM DO LBD035 NA DATA DE CONGELAMENTO, COM O SALDO DO
      * SISTEMA NAQUELE MOMENTO E O CUSTO UNITARIO (FILME: CUSTO
      * PADRAO DO LBD030; QUIMICO: PRECO DE REFERENCIA DO LBD035).
      * O AJUSTE SOMA (CONTADO - CONGELADO) AO SALDO ATUAL, O QUE
      * PRESERVA O MOVIMENTO LANCADO ENTRE O CONGELAMENTO E O AJUSTE.
      * CONTADO: 0-NAO CONTADO  1-CONTADO.
      * SITUACAO: 0-EM CONTAGEM  1-AJUSTADO (LBD054)  2-SEM AJUSTE
      *           (SEM DIFERENCA OU NAO CONTADO NO ENCERRAMENTO).
       FD  LBD053.
       01  REG-LBD053.
           05  CHAVE-L53.
               10  DATA-INVENT-L53     PIC 9(8).
               10  TIPO-ITEM-L53       PIC 9.
               10  CODIGO-L53          PIC 9(4).
           05  DESCRICAO-L53           PIC X(20)     VALUE SPACES.
           05  SALDO-CONGELADO-L53     PIC S9(7)V99  VALUE ZEROS.
           05  QTDE-CONTADA-L53        PIC 9(7)V99   VALUE ZEROS.
           05  CONTADO-L53             PIC 9         VALUE ZEROS.
           05  CUSTO-UNIT-L53          PIC 9(7)V99   VALUE ZEROS.
           05  SITUACAO-L53            PIC 9         VALUE ZEROS.
           05  DIGITADOR-L53           PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD053                 PIC X(30).
