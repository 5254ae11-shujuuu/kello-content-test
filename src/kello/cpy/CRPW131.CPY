      * TITULOS ORIGINAIS RENEGOCIADOS EM ACORDO (CRD130). CHAVE
      * IGUAL A CHAVE PRIMARIA DE CRD100 (CONTRATO+SEQUENCIA) DO
      * TITULO ORIGINAL - O VINCULO DO TITULO COM O NUMERO DO
      * ACORDO; CHAVE ALTERNADA PELO ACORDO PARA O TERMO E PARA A
      * REATIVACAO DOS ORIGINAIS QUANDO O ACORDO E ROMPIDO.
       FD  CRD131.
       01  REG-CRD131.
           05  CHAVE-CR131.
               10  CONTRATO-CR131      PIC 9(6).
               10  SEQ-CR131           PIC 9(5).
           05  NR-ACORDO-CR131         PIC 9(6)      VALUE ZEROS.
           05  SITUACAO-ANTERIOR-CR131 PIC 9         VALUE ZEROS.
           05  VALOR-ORIGINAL-CR131    PIC 9(8)V99   VALUE ZEROS.
           05  DATA-REATIVACAO-CR131   PIC 9(8)      VALUE ZEROS.
       01  PATH-CRD131                 PIC X(30).
