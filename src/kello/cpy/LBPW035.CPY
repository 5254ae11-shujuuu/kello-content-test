      * TIPO DE FILME DO LBD021) E QUIMICOS DE REVELACAO (CODIGO
      * PROPRIO). SALDO ATUALIZADO PELO RECEBIMENTO (LBP124) E PELO
      * DEBITO NOTURNO DO MOVIMENTO DO DIA (LBP125, PASSO DA ESTEIRA
      * LOG014) - CORRECAO SO PELO INVENTARIO FISICO (LBP145, DIARIO
      * DE AJUSTES LBD054). CONSUMO-FILME SO E USADO PARA QUIMICO:
      * QUANTIDADE CONSUMIDA POR FILME REVELADO NO DIA.
      * FORNEC-PREF (CGD001), QTDE-REPOS E VALOR-UNIT-REF ALIMENTAM A
      * SUGESTAO DE PEDIDO DE COMPRA DO CPP078 PARA O ITEM ABAIXO DO
      * MINIMO (QTDE-REPOS ZERO = O QUE FALTA PARA O MINIMO).
       FD  LBD035.
       01  REG-LBD035.
           05  CHAVE-L35.
           05  MINIMO-L35              PIC 9(5)      VALUE ZEROS.
           05  CONSUMO-FILME-L35       PIC 9(3)V999  VALUE ZEROS.
           05  DATA-ULT-MOVTO-L35      PIC 9(8)      VALUE ZEROS.
           05  FORNEC-PREF-L35         PIC 9(6)      VALUE ZEROS.
           05  QTDE-REPOS-L35          PIC 9(5)      VALUE ZEROS.
           05  VALOR-UNIT-REF-L35      PIC 9(8)V99   VALUE ZEROS.
      *    EM-CAMPO: ROLOS DO ITEM FILME ENTREGUES A FOTOGRAFO (LBP156,
      *    LBD072) E AINDA NAO REVELADOS - JA SAIRAM DO SALDO NA
      *    ENTREGA. O DEBITO NOTURNO (LBP125) ABATE DAQUI OS FILMES
      *    REVELADOS ANTES DE DEBITAR O SALDO, PARA NAO DEBITAR DUAS
      *    VEZES; DEVOLUCAO, COBRANCA E BAIXA TAMBEM ABATEM.
           05  EM-CAMPO-L35            PIC 9(5)      VALUE ZEROS.
       01  PATH-LBD035                 PIC X(30).
