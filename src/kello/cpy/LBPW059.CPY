      * SITUACAO DO PEDIDO PUBLICADA PARA O SITE DO CLIENTE (LBP148).
      * UM REGISTRO POR CONTRATO, COM O CODIGO DE ACESSO QUE O
      * FORMANDO DIGITA NO SITE JUNTO COM O NUMERO DO CONTRATO
      * (GERADO UMA VEZ, NA PRIMEIRA PUBLICACAO, E NUNCA MAIS
      * ALTERADO) E A ULTIMA SITUACAO ENVIADA. O LBP148 SO GRAVA NO
      * ARQUIVO DO SITE OS CONTRATOS CUJA SITUACAO ATUAL DIFERE DA
      * PUBLICADA. OS CAMPOS -ATU SAO ACUMULADOS NA PRIMEIRA FASE DA
      * EXECUCAO (VARREDURA UNICA DE LBD102 E LBD220).
      * SIT-REMESSA: 0-SEM REMESSA  1-EM TRANSITO  2-ENTREGUE
      *              3-REENVIO PENDENTE.
       FD  LBD059.
       01  REG-LBD059.
           05  CONTRATO-L59            PIC 9(8).
           05  COD-ACESSO-L59          PIC 9(8)      VALUE ZEROS.
           05  FILMES-AVAL-ATU-L59     PIC 9(6)      VALUE ZEROS.
           05  RETIRADA-ATU-L59        PIC 9(12)     VALUE ZEROS.
           05  SITUACAO-PUB-L59.
               10  FILMES-AVAL-L59     PIC 9(6)      VALUE ZEROS.
               10  ETAPA-VIDEO-L59     PIC 9         VALUE ZEROS.
               10  ETAPA-ALBUM-L59     PIC 9         VALUE ZEROS.
               10  SIT-REMESSA-L59     PIC 9         VALUE ZEROS.
               10  TRANSP-L59          PIC X(20)     VALUE SPACES.
               10  DATA-REMESSA-L59    PIC 9(8)      VALUE ZEROS.
               10  DATA-ENTREGA-L59    PIC 9(8)      VALUE ZEROS.
               10  RETIRADA-L59        PIC 9(12)     VALUE ZEROS.
               10  SALDO-ABERTO-L59    PIC 9(8)V99   VALUE ZEROS.
           05  DATA-PUBLICACAO-L59     PIC 9(8)      VALUE ZEROS.
       01  PATH-LBD059                 PIC X(30).
