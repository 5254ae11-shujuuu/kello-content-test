      * LISTA DE MUSICAS DA EDICAO DE VIDEO (VID110 TIPO 1) POR
      * CONTRATO/ITEM - O QUE O EDITOR ESCREVIA NA CAPA DA FITA.
      * MUSICA = CODIGO NO CATALOGO VID129; DURACAO = TEMPO DA OBRA
      * USADO NA EDICAO, EM SEGUNDOS. LANCADA PELO VIP129, QUE TIRA
      * DAQUI O RELATORIO MENSAL DE OBRAS UTILIZADAS PARA O ECAD.
       FD  VID130.
       01  REG-VID130.
           05  CHAVE-V130.
               10  CONTRATO-V130       PIC 9(8).
               10  ITEM-V130           PIC 9(2).
               10  SEQ-V130            PIC 9(2).
           05  MUSICA-V130             PIC 9(5)      VALUE ZEROS.
           05  DURACAO-V130            PIC 9(5)      VALUE ZEROS.
           05  DATA-INCLUSAO-V130      PIC 9(8)      VALUE ZEROS.
           05  DIGITADOR-V130          PIC 9(6)      VALUE ZEROS.
       01  PATH-VID130                 PIC X(30).
