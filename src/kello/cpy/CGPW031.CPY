      * DIARIO DO PROSPECTO (CGD030), GRAVADO PELO CGP044 E NUNCA
      * ALTERADO. TIPO: 1-VISITA  2-PROPOSTA (COM VALOR)  3-OUTRO
      * CONTATO  4-MUDANCA DE ETAPA (ETAPA ANTERIOR E NOVA, MOTIVO
      * DA PERDA NA DESCRICAO)  5-CONVERSAO EM CONTRATO. O FUNIL
      * MENSAL CONTA GANHOS E PERDAS PELOS REGISTROS TIPO 4 DO MES.
       FD  CGD031.
       01  REG-CGD031.
           05  CHAVE-CG31.
               10  CODIGO-CG31         PIC 9(6).
               10  SEQ-CG31            PIC 9(3).
           05  TIPO-CG31               PIC 9         VALUE ZEROS.
           05  DATA-CG31               PIC 9(8)      VALUE ZEROS.
           05  DESCRICAO-CG31          PIC X(60)     VALUE SPACES.
           05  VALOR-PROPOSTA-CG31     PIC 9(10)V99  VALUE ZEROS.
           05  DATA-PROXIMO-CG31       PIC 9(8)      VALUE ZEROS.
           05  PROXIMO-PASSO-CG31      PIC X(40)     VALUE SPACES.
           05  ETAPA-ANTERIOR-CG31     PIC 9         VALUE ZEROS.
           05  ETAPA-NOVA-CG31         PIC 9         VALUE ZEROS.
           05  VENDEDOR-CG31           PIC 9(6)      VALUE ZEROS.
           05  USUARIO-CG31            PIC 9(6)      VALUE ZEROS.
       01  PATH-CGD031                 PIC X(30).
