      * CONTROLE DOS RPS (RECIBO PROVISORIO DE SERVICO) ENVIADOS A
      * PREFEITURA PELO CRP108 - UM REGISTRO POR NUMERO DE RPS, COM O
      * TITULO DO CONTAS A RECEBER (CRD100) QUE ELE FATURA NA CHAVE
      * ALTERNADA (COM DUPLICIDADE: RPS REJEITADO E SUBSTITUIDO POR
      * OUTRO NUMERO NO LOTE SEGUINTE). O RETORNO DA PREFEITURA
      * (CRP109) GRAVA O NUMERO DA NFS-E OU O MOTIVO DA REJEICAO.
      * SITUACAO: 0-ENVIADO (AGUARDANDO RETORNO)  1-NFS-E EMITIDA
      *           2-REJEITADO.
       FD  CRD161.
       01  REG-CRD161.
           05  CHAVE-CR161.
               10  SERIE-CR161         PIC X(5).
               10  NR-RPS-CR161        PIC 9(9).
           05  TITULO-CR161.
               10  CONTRATO-CR161      PIC 9(6).
               10  SEQ-CR161           PIC 9(5).
           05  CLASSIF-CLI-CR161       PIC 9         VALUE ZEROS.
           05  COD-CLIENTE-CR161       PIC 9(8)      VALUE ZEROS.
           05  DATA-EMISSAO-CR161      PIC 9(8)      VALUE ZEROS.
           05  VALOR-CR161             PIC 9(8)V99   VALUE ZEROS.
           05  SITUACAO-CR161          PIC 9         VALUE ZEROS.
           05  NR-NFSE-CR161           PIC 9(12)     VALUE ZEROS.
           05  DATA-NFSE-CR161         PIC 9(8)      VALUE ZEROS.
           05  COD-VERIFICACAO-CR161   PIC X(9)      VALUE SPACES.
           05  DATA-RETORNO-CR161      PIC 9(8)      VALUE ZEROS.
           05  MOTIVO-REJEICAO-CR161   PIC X(60)     VALUE SPACES.
           05  DIGITADOR-CR161         PIC 9(6)      VALUE ZEROS.
       01  PATH-CRD161                 PIC X(30).
