      * FATURAMENTO INTER-EMPRESAS (LBP147), NO ARQUIVO DA UNIDADE
      * QUE REVELA: UM REGISTRO POR MES E EMPRESA SOLICITANTE, COM
      * OS DOIS TITULOS GERADOS - O A RECEBER NESTA UNIDADE (CRD100
      * CONTRATO + SEQ) E O A PAGAR NA SOLICITANTE (CPD020
      * FORNECEDOR + SEQ) - E OS TOTAIS. IMPEDE FATURAR O MESMO PAR
      * DUAS VEZES NO MES E ALIMENTA A REEMISSAO DO EXTRATO.
       FD  LBD058.
       01  REG-LBD058.
           05  CHAVE-L58.
               10  MES-L58             PIC 9(6).
               10  EMPRESA-SOLIC-L58   PIC XXX.
           05  CONTRATO-L58            PIC 9(6)      VALUE ZEROS.
           05  SEQ-CR100-L58           PIC 9(5)      VALUE ZEROS.
           05  FORNEC-L58              PIC 9(6)      VALUE ZEROS.
           05  SEQ-CP20-L58            PIC 9(5)      VALUE ZEROS.
           05  NR-DOCTO-L58            PIC X(10)     VALUE SPACES.
           05  DATA-VENCTO-L58         PIC 9(8)      VALUE ZEROS.
           05  QTDE-FILMES-L58         PIC 9(6)      VALUE ZEROS.
           05  VALOR-TOTAL-L58         PIC 9(8)V99   VALUE ZEROS.
           05  DATA-FATURAMENTO-L58    PIC 9(8)      VALUE ZEROS.
           05  DIGITADOR-L58           PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD058                 PIC X(30).
