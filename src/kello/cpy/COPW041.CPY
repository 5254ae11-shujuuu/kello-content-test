      * COMPLEMENTO DO CADASTRO DE CONTRATOS (COD040): INSTITUICAO,
      * CURSO, CIDADE (CGD012), DATAS DA COLACAO E DO BAILE, NUMERO
      * DE FORMANDOS, VALOR CONTRATADO, CANAL DE VENDA E SITUACAO DO
      * CONTRATO. MANTIDO PELO CGP043; O COD040 DO MODULO COMERCIAL
      * NAO E ALTERADO. CHAVE = NUMERO DO CONTRATO.
      * CANAL DE VENDA: 1-VENDEDOR EXTERNO  2-LOJA  3-INDICACAO
      *                 4-INTERNET  5-OUTROS.
      * SITUACAO: 1-ASSINADO  2-EM ANDAMENTO  3-ENTREGUE
      *           4-ENCERRADO  5-CANCELADO.
      * REGRA DE DESISTENCIA DE FORMANDO (CRP110): 0-REGRA PADRAO DO
      * CRD170  1-MULTA SOBRE O SALDO A VENCER  2-REEMBOLSO DO VALOR
      * RECEBIDO  3-SEM MULTA NEM REEMBOLSO; PERCENTUAL DA REGRA.
       FD  COD041.
       01  REG-COD041.
           05  NR-CONTRATO-CO41        PIC 9(6).
           05  INSTITUICAO-CO41        PIC X(40)     VALUE SPACES.
           05  CURSO-CO41              PIC X(30)     VALUE SPACES.
           05  CIDADE-CO41             PIC 9(4)      VALUE ZEROS.
           05  DATA-COLACAO-CO41       PIC 9(8)      VALUE ZEROS.
           05  DATA-BAILE-CO41         PIC 9(8)      VALUE ZEROS.
           05  QT-FORMANDOS-CO41       PIC 9(4)      VALUE ZEROS.
           05  VALOR-CONTRATO-CO41     PIC 9(10)V99  VALUE ZEROS.
           05  CANAL-VENDA-CO41        PIC 9         VALUE ZEROS.
           05  SITUACAO-CO41           PIC 9         VALUE ZEROS.
           05  DATA-SITUACAO-CO41      PIC 9(8)      VALUE ZEROS.
           05  REGRA-DESIST-CO41       PIC 9         VALUE ZEROS.
           05  PERC-DESIST-CO41        PIC 9(3)V99   VALUE ZEROS.
           05  DIGITADOR-CO41          PIC 9(6)      VALUE ZEROS.
       01  PATH-COD041                 PIC X(30).
