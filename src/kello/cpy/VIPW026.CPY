      * CONVITES DE ESCALA: CADA FOTOGRAFO ESCALADO NUM EVENTO DA
      * AGENDA (VID023) VIRA UM CONVITE, GERADO PELO VIP025 NO
      * AGENDAMENTO. A RESPOSTA (CONFIRMOU/RECUSOU) E LANCADA NO
      * VIP028, QUE TAMBEM SUBSTITUI O FOTOGRAFO QUE RECUSOU - O
      * CONVITE ANTIGO FICA COMO HISTORICO. CHAVE = EVENTO (DATA +
      * SEQUENCIA DO VID023) + FOTOGRAFO.
      * SITUACAO: 0-CONVIDADO  1-CONFIRMADO  2-RECUSADO.
       FD  VID026.
       01  REG-VID026.
           05  CHAVE-V26.
               10  DATA-EVENTO-V26     PIC 9(8).
               10  SEQ-EVENTO-V26      PIC 9(3).
               10  FOTOGRAFO-V26       PIC 9(6).
           05  SITUACAO-V26            PIC 9         VALUE ZEROS.
           05  DATA-CONVITE-V26        PIC 9(8)      VALUE ZEROS.
           05  USUARIO-CONVITE-V26     PIC 9(6)      VALUE ZEROS.
           05  DATA-RESPOSTA-V26       PIC 9(8)      VALUE ZEROS.
           05  HORA-RESPOSTA-V26       PIC 9(4)      VALUE ZEROS.
           05  MOTIVO-RECUSA-V26       PIC X(30)     VALUE SPACES.
           05  USUARIO-RESPOSTA-V26    PIC 9(6)      VALUE ZEROS.
       01  PATH-VID026                 PIC X(30).
