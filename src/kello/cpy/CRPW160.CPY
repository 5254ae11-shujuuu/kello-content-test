      * PARAMETROS DA NOTA FISCAL DE SERVICO ELETRONICA (NFS-E) DO
      * CONTAS A RECEBER (CRP108/CRP109). REGISTRO UNICO (CHAVE
      * CONSTANTE "1"), PADRAO CRD140: DADOS DO PRESTADOR NA
      * PREFEITURA, SERIE E ULTIMO NUMERO DE RPS UTILIZADO, SERVICO E
      * ALIQUOTA DO ISS E O TEXTO PADRAO DA DISCRIMINACAO.
      * BASE: 1-TITULOS DO CRD100 POR VENCIMENTO
      *       2-RECEBIMENTOS DO CRD110 POR DATA DE BAIXA.
       FD  CRD160.
       01  REG-CRD160.
           05  CHAVE-CR160             PIC X(1)      VALUE "1".
           05  BASE-CR160              PIC 9         VALUE ZEROS.
           05  CNPJ-PRESTADOR-CR160    PIC 9(14)     VALUE ZEROS.
           05  INSCR-MUNICIPAL-CR160   PIC 9(8)      VALUE ZEROS.
           05  SERIE-RPS-CR160         PIC X(5)      VALUE SPACES.
           05  ULTIMO-RPS-CR160        PIC 9(9)      VALUE ZEROS.
           05  COD-SERVICO-CR160       PIC 9(5)      VALUE ZEROS.
           05  ALIQUOTA-ISS-CR160      PIC 9(2)V99   VALUE ZEROS.
           05  DISCRIMINACAO-CR160     PIC X(60)     VALUE SPACES.
       01  PATH-CRD160                 PIC X(30).
