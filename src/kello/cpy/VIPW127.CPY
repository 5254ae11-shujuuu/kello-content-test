      * CAPACIDADE SEMANAL DE EDICAO POR EDITOR (FUNCIONARIO-V110 DE
      * VID110 TIPO 1), EM ITENS DE EDICAO CONCLUIDOS POR SEMANA.
      * MANTIDO E CONSUMIDO PELA PREVISAO DE ENTREGA DO VIP127.
       FD  VID127.
       01  REG-VID127.
           05  FUNCIONARIO-V127        PIC 9(6).
           05  ITENS-SEMANA-V127       PIC 9(3)      VALUE ZEROS.
           05  DATA-ALTERACAO-V127     PIC 9(8)      VALUE ZEROS.
           05  USUARIO-V127            PIC 9(6)      VALUE ZEROS.
       01  PATH-VID127                 PIC X(30).
