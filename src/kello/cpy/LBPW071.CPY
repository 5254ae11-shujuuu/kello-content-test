      * RECLAMACAO DE INDENIZACAO CONTRA A TRANSPORTADORA POR ALBUM
      * EXTRAVIADO OU AVARIADO NA REMESSA (LBD215), LANCADA PELO
      * LBP155. NUMERO-SINISTRO E O PROTOCOLO DADO PELA
      * TRANSPORTADORA; VALOR-DECLARADO E COPIADO DA REMESSA NA
      * ABERTURA. DOCUMENTOS: TEXTO DO QUE FOI ENVIADO (NOTA,
      * DECLARACAO DE CONTEUDO, FOTOS...) E A DATA DO ENVIO.
      * REIMPRESSAO-L71 APONTA A SEGUNDA VIA (LBD061, LBP150) FEITA
      * PARA REPOR O ALBUM, QUANDO HOUVER.
      * TIPO.....: 1-EXTRAVIO  2-AVARIA
      * SITUACAO.: 0-ABERTA  1-INDENIZADA  2-INDENIZADA EM PARTE
      *            3-NEGADA  4-DESISTENCIA
       FD  LBD071.
       01  REG-LBD071.
           05  CHAVE-L71.
               10  RECLAMACAO-L71      PIC 9(6).
           05  REMESSA-L71             PIC 9(6)      VALUE ZEROS.
           05  TRANSP-COD-L71          PIC 9(3)      VALUE ZEROS.
           05  CONTRATO-L71            PIC 9(8)      VALUE ZEROS.
           05  TIPO-L71                PIC 9         VALUE ZEROS.
           05  NUMERO-SINISTRO-L71     PIC X(20)     VALUE SPACES.
           05  DATA-ABERTURA-L71       PIC 9(8)      VALUE ZEROS.
           05  VALOR-DECLARADO-L71     PIC 9(8)V99   VALUE ZEROS.
           05  VALOR-RECLAMADO-L71     PIC 9(8)V99   VALUE ZEROS.
           05  DOCUMENTOS-L71          PIC X(40)     VALUE SPACES.
           05  DATA-DOCUMENTOS-L71     PIC 9(8)      VALUE ZEROS.
           05  SITUACAO-L71            PIC 9         VALUE ZEROS.
           05  VALOR-RECUPERADO-L71    PIC 9(8)V99   VALUE ZEROS.
           05  DATA-ENCERRAMENTO-L71   PIC 9(8)      VALUE ZEROS.
           05  REIMPRESSAO-L71         PIC 9(6)      VALUE ZEROS.
           05  OBS-L71                 PIC X(40)     VALUE SPACES.
           05  DIGITADOR-L71           PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD071                 PIC X(30).
