      * CONTESTACAO (CHARGEBACK) DE PARCELA PAGA NO CARTAO (CRD120
      * PAGO, BAIXA EM CRD110 FORMA 2), REGISTRADA PELO CRP025. CHAVE
      * IGUAL A CHAVE PRIMARIA DE CRD100 (CONTRATO+SEQUENCIA). A BAIXA
      * ESTORNADA FICA GUARDADA AQUI (DATA, VALOR, CODIGO DE APURACAO)
      * PARA SER REFEITA SE A DISPUTA FOR GANHA. MOTIVO = CODIGO DA
      * ADQUIRENTE CADASTRADO EM CRD122.
      * SITUACAO: 0-EM DISPUTA  1-GANHA  2-PERDIDA.
       FD  CRD121.
       01  REG-CRD121.
           05  CHAVE-CR121.
               10  CONTRATO-CR121      PIC 9(6).
               10  SEQ-CR121           PIC 9(5).
           05  CLASSIF-CLI-CR121       PIC 9         VALUE ZEROS.
           05  COD-CLIENTE-CR121       PIC 9(8)      VALUE ZEROS.
           05  DATA-CONTESTACAO-CR121  PIC 9(8)      VALUE ZEROS.
           05  MOTIVO-CR121            PIC X(4)      VALUE SPACES.
           05  VALOR-CR121             PIC 9(8)V99   VALUE ZEROS.
           05  OPERADOR-CR121          PIC 9(6)      VALUE ZEROS.
           05  CODIGO-COMPL-ANT-CR121  PIC X(5)      VALUE SPACES.
           05  VALOR-BAIXADO-ANT-CR121 PIC 9(8)V99   VALUE ZEROS.
           05  DATA-BAIXA-ANT-CR121    PIC 9(8)      VALUE ZEROS.
           05  SITUACAO-CR121          PIC 9         VALUE ZEROS.
           05  DATA-DESFECHO-CR121     PIC 9(8)      VALUE ZEROS.
           05  OBS-CR121               PIC X(40)     VALUE SPACES.
       01  PATH-CRD121                 PIC X(30).
