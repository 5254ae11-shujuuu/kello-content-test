      * DATA DE ENTREGA DO VIDEO PROMETIDA AO CONTRATO (COD040, NA
      * LARGURA CHEIA 9(8) DO MODULO DE VIDEO). MANTIDA PELO VIP127,
      * QUE SINALIZA OS CONTRATOS CUJA PREVISAO DE TERMINO DA EDICAO
      * PASSA DESTA DATA.
       FD  VID128.
       01  REG-VID128.
           05  CONTRATO-V128           PIC 9(8).
           05  DATA-PROMETIDA-V128     PIC 9(8)      VALUE ZEROS.
           05  DATA-ALTERACAO-V128     PIC 9(8)      VALUE ZEROS.
           05  USUARIO-V128            PIC 9(6)      VALUE ZEROS.
       01  PATH-VID128                 PIC X(30).
