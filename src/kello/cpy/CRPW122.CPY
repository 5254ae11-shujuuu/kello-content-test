      * MOTIVOS DE CONTESTACAO (CHARGEBACK) DA ADQUIRENTE DE CARTAO,
      * MANTIDOS PELO CRP025 E USADOS NO REGISTRO DA CONTESTACAO
      * (CRD121) E NO RELATORIO MENSAL POR MOTIVO.
       FD  CRD122.
       01  REG-CRD122.
           05  MOTIVO-CR122            PIC X(4).
           05  DESCRICAO-CR122         PIC X(30)     VALUE SPACES.
       01  PATH-CRD122                 PIC X(30).
