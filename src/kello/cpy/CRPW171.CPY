      * DESISTENCIAS DE FORMANDOS (CRP110) - UM REGISTRO POR CLIENTE
      * E CONTRATO. GUARDA O QUE FOI FATURADO E RECEBIDO, AS
      * PARCELAS EM ABERTO CANCELADAS (SITUACAO 5-DESISTENCIA EM
      * CRD100), A REGRA APLICADA E O TITULO GERADO: MULTA EM CRD100
      * (SEQ-MULTA, MESMO CONTRATO) OU REEMBOLSO EM CPD020
      * (FORNEC-REEMB + SEQ-REEMB). A MALA-DIRETA (CGP013) PULA O
      * CLIENTE QUE TEM REGISTRO AQUI; O VARREDOR DE NOTIFICACOES
      * (CGP027) PULA OS EVENTOS DO CONTRATO DA DESISTENCIA E OS SEM
      * CONTRATO (CARTAO) DO CLIENTE. CHAVE ALTERNADA POR CONTRATO
      * PARA A LISTA DE DESISTENTES DA TURMA.
      * REGRA: 1-MULTA  2-REEMBOLSO  3-SEM MULTA NEM REEMBOLSO.
       FD  CRD171.
       01  REG-CRD171.
           05  CHAVE-CR171.
               10  CLASSIF-CLI-CR171   PIC 9.
               10  COD-CLIENTE-CR171   PIC 9(8).
               10  CONTRATO-CR171      PIC 9(6).
           05  DATA-DESISTENCIA-CR171  PIC 9(8)      VALUE ZEROS.
           05  MOTIVO-CR171            PIC X(40)     VALUE SPACES.
           05  VALOR-FATURADO-CR171    PIC 9(8)V99   VALUE ZEROS.
           05  VALOR-RECEBIDO-CR171    PIC 9(8)V99   VALUE ZEROS.
           05  QT-CANCELADAS-CR171     PIC 9(3)      VALUE ZEROS.
           05  VALOR-CANCELADO-CR171   PIC 9(8)V99   VALUE ZEROS.
           05  REGRA-CR171             PIC 9         VALUE ZEROS.
           05  PERC-CR171              PIC 9(3)V99   VALUE ZEROS.
           05  VALOR-REGRA-CR171       PIC 9(8)V99   VALUE ZEROS.
           05  SEQ-MULTA-CR171         PIC 9(5)      VALUE ZEROS.
           05  FORNEC-REEMB-CR171      PIC 9(6)      VALUE ZEROS.
           05  SEQ-REEMB-CR171         PIC 9(5)      VALUE ZEROS.
           05  DIGITADOR-CR171         PIC 9(6)      VALUE ZEROS.
       01  PATH-CRD171                 PIC X(30).
