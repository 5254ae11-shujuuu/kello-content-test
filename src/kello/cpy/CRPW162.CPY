      * CODIGO DO MUNICIPIO (TABELA DO IBGE) DE CADA CIDADE DO
      * CADASTRO CGD012, EXIGIDO NO ENDERECO DO TOMADOR DO RPS
      * (CRP108). MANTIDO EM ARQUIVO SEPARADO POIS O LAYOUT DO CGD012
      * PERTENCE AO CADASTRO GERAL. CHAVE = CODIGO-CG12.
       FD  CRD162.
       01  REG-CRD162.
           05  CIDADE-CR162            PIC 9(4).
           05  COD-MUNICIPIO-CR162     PIC 9(7)      VALUE ZEROS.
       01  PATH-CRD162                 PIC X(30).
