      * AMOSTRA DA SEGUNDA REVISAO: EDICAO (VID110 TIPO 1) APROVADA
      * SORTEADA PELO VIP131 NA SEMANA. CHAVE = ITEM DE VID110 + DATA
      * DA APROVACAO (CARIMBO ETAPA 5 DE VID111) - CADA APROVACAO E
      * SORTEADA NO MAXIMO UMA VEZ. ALT1 (REVISOR SENIOR + SITUACAO)
      * DA A FILA DE CADA SENIOR. REPROVADA = MOTIVO DE VID115; A
      * EDICAO VOLTA PARA A FILA DE RETRABALHO (VIP114).
      * SITUACAO: 0-PENDENTE  1-CONFIRMADA  2-REPROVADA.
      * REVISOR-SENIOR 000000 = SEM SENIOR DISPONIVEL NO SORTEIO.
       FD  VID132.
       01  REG-VID132.
           05  CHAVE-V132.
               10  CONTRATO-V132       PIC 9(8).
               10  ITEM-V132           PIC 9(2).
               10  TIPO-V132           PIC 9.
               10  DATA-APROVACAO-V132 PIC 9(8).
           05  SEMANA-V132             PIC 9(8).
           05  ALT1-V132.
               10  REVISOR-SENIOR-V132 PIC 9(6).
               10  SITUACAO-V132       PIC 9.
           05  REVISOR-ORIG-V132       PIC 9(6)      VALUE ZEROS.
           05  EDITOR-V132             PIC 9(6)      VALUE ZEROS.
           05  PERCENTUAL-V132         PIC 9(3)      VALUE ZEROS.
           05  DATA-REVISAO-V132       PIC 9(8)      VALUE ZEROS.
           05  MOTIVO-V132             PIC 9(2)      VALUE ZEROS.
           05  OBS-V132                PIC X(40)     VALUE SPACES.
           05  USUARIO-V132            PIC 9(6)      VALUE ZEROS.
       01  PATH-VID132                 PIC X(30).
