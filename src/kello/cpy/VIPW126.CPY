      * ENTREGA DIGITAL DO VIDEO EDITADO POR LINK DE DOWNLOAD COM
      * VALIDADE. MANTIDO PELO VIP126: PUBLICACAO DO LINK (AVISO AO
      * CLIENTE PELA FILA CGD018, EVENTO 4 - REFERENCIA = NUMERO DA
      * ENTREGA), RETORNO DO SERVICO DE ARMAZENAMENTO (QUANTIDADE DE
      * DOWNLOADS, ULTIMO DOWNLOAD, NOVA VALIDADE) E ACOMPANHAMENTO.
      * NR-FITA = ARQUIVO DIGITALIZADO DE ORIGEM (VID122), OPCIONAL.
      * SITUACAO: 0-ATIVO  1-REVOGADO.
       FD  VID126.
       01  REG-VID126.
           05  ENTREGA-V126            PIC 9(6).
           05  CONTRATO-V126           PIC 9(8)      VALUE ZEROS.
           05  CLASSIF-CLI-V126        PIC 9         VALUE ZEROS.
           05  COD-CLIENTE-V126        PIC 9(8)      VALUE ZEROS.
           05  NR-FITA-V126            PIC 9(9)      VALUE ZEROS.
           05  LINK-V126               PIC X(80)     VALUE SPACES.
           05  DATA-PUBLICACAO-V126    PIC 9(8)      VALUE ZEROS.
           05  DATA-VALIDADE-V126      PIC 9(8)      VALUE ZEROS.
           05  QT-DOWNLOADS-V126       PIC 9(5)      VALUE ZEROS.
           05  DATA-ULT-DOWNLOAD-V126  PIC 9(8)      VALUE ZEROS.
           05  DATA-RETORNO-V126       PIC 9(8)      VALUE ZEROS.
           05  SITUACAO-V126           PIC 9         VALUE ZEROS.
           05  USUARIO-V126            PIC 9(6)      VALUE ZEROS.
       01  PATH-VID126                 PIC X(30).
