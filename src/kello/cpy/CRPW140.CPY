      * PARAMETROS DA COBRANCA BANCARIA POR BOLETO DO CONTAS A
      * RECEBER (CRP104/CRP105). REGISTRO UNICO (CHAVE CONSTANTE
      * "1"), PADRAO LBD225: CONTA DE COBRANCA DO BENEFICIARIO, ULTIMO
      * NOSSO-NUMERO ATRIBUIDO, CODIGO DE APURACAO (CXD020) DAS
      * BAIXAS DO RETORNO E OS PERCENTUAIS IMPRESSOS NAS INSTRUCOES.
       FD  CRD140.
       01  REG-CRD140.
           05  CHAVE-CR140             PIC X(1)      VALUE "1".
           05  BANCO-CR140             PIC 9(3)      VALUE ZEROS.
           05  BANCO-DV-CR140          PIC 9         VALUE ZEROS.
           05  AGENCIA-CR140           PIC 9(4)      VALUE ZEROS.
           05  CONTA-CR140             PIC 9(7)      VALUE ZEROS.
           05  CONTA-DV-CR140          PIC X         VALUE SPACES.
           05  CARTEIRA-CR140          PIC 9(2)      VALUE ZEROS.
           05  CONVENIO-CR140          PIC 9(7)      VALUE ZEROS.
           05  ULTIMO-NOSSO-NR-CR140   PIC 9(11)     VALUE ZEROS.
           05  COD-APURACAO-CR140      PIC X(5)      VALUE SPACES.
           05  MULTA-CR140             PIC 9(2)V99   VALUE ZEROS.
           05  JUROS-MES-CR140         PIC 9(2)V99   VALUE ZEROS.
       01  PATH-CRD140                 PIC X(30).
