      * EMPRESA SOLICITANTE DA REVELACAO (CGD016) - SATELITE DO
      * LBD101, MESMA CHAVE (DATA-MOVTO + SEQ), GRAVADO PELO LBP101 E
      * PELO LBP120 SO QUANDO OS FILMES SAO DE OUTRA UNIDADE DO
      * GRUPO. NO FATURAMENTO INTER-EMPRESAS (LBP147) O REGISTRO
      * RECEBE O MES FATURADO E O QUE FOI COBRADO (TIPO, QUANTIDADE E
      * VALORES), PARA O EXTRATO SAIR IGUAL AO TITULO MESMO QUE O
      * LANCAMENTO SEJA ALTERADO DEPOIS. MES-FATURADO ZERO = PENDENTE.
       FD  LBD056.
       01  REG-LBD056.
           05  CHAVE-L56.
               10  DATA-MOVTO-L56      PIC 9(8).
               10  SEQ-L56             PIC 9(3).
           05  EMPRESA-SOLIC-L56       PIC XXX       VALUE SPACES.
           05  DIGITADOR-L56           PIC X(8)      VALUE SPACES.
           05  MES-FATURADO-L56        PIC 9(6)      VALUE ZEROS.
           05  TIPO-FILME-FAT-L56      PIC 9(2)      VALUE ZEROS.
           05  QTDE-FAT-L56            PIC 9(3)      VALUE ZEROS.
           05  CUSTO-PADRAO-FAT-L56    PIC 9(7)V99   VALUE ZEROS.
           05  VALOR-UNIT-FAT-L56      PIC 9(7)V99   VALUE ZEROS.
           05  VALOR-FAT-L56           PIC 9(8)V99   VALUE ZEROS.
       01  PATH-LBD056                 PIC X(30).
