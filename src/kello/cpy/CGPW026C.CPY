      * AREA DE CHAMADA DO SUBPROGRAMA CGP026 (POSTAGEM DE EVENTO NA
      * FILA DE NOTIFICACOES CGD018): EVENTO (1-ENTREGA CONFIRMADA
      * 2-PRONTA P/RETIRADA 3-CARTAO A VENCER 4-VIDEO P/DOWNLOAD),
      * CLIENTE, CONTRATO E REFERENCIA (REMESSA, CLIENTE OU
      * ENTREGA DIGITAL, PARA O CONTROLE DE DUPLICIDADE DO VARREDOR).
       01  CGP026-PARAMETROS.
           05  CGP026-EVENTO           PIC 9(2)      VALUE ZEROS.
           05  CGP026-REFERENCIA       PIC 9(8)      VALUE ZEROS.
