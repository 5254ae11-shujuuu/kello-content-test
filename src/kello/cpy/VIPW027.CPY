      * CALENDARIO DE DISPONIBILIDADE DOS FOTOGRAFOS (FREELANCERS),
      * MANTIDO NO VIP028: UM REGISTRO POR FOTOGRAFO E DIA INFORMADO.
      * O VIP025 RECUSA ESCALAR FOTOGRAFO INDISPONIVEL NA DATA DO
      * EVENTO; O RELATORIO DE CONVITES PENDENTES DO VIP028 SUGERE
      * OS DISPONIVEIS DO DIA (CHAVE ALTERNADA PELA DATA).
      * TIPO: 1-DISPONIVEL  2-INDISPONIVEL.
       FD  VID027.
       01  REG-VID027.
           05  CHAVE-V27.
               10  FOTOGRAFO-V27       PIC 9(6).
               10  DATA-V27            PIC 9(8).
           05  TIPO-V27                PIC 9         VALUE ZEROS.
           05  OBS-V27                 PIC X(30)     VALUE SPACES.
           05  DIGITADOR-V27           PIC 9(6)      VALUE ZEROS.
       01  PATH-VID027                 PIC X(30).
