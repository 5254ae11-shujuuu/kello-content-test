      * ARQUIVO DE NEGATIVOS: CAIXA E PRATELEIRA ONDE FORAM GUARDADOS
      * OS NEGATIVOS DO CONTRATO (COD040) POR TIPO DE FILME (LBD021)
      * DEPOIS DA AVALIACAO. MANTIDO PELO LBP157, COMO O VID120 FAZ
      * PARA AS FITAS; CHAVE ALTERNADA PELA CAIXA PARA A PESQUISA.
      * RETIRADAS E DEVOLUCOES FICAM EM LBD074.
      * SITUACAO: 0-ARQUIVADO  1-DESCARTADO (DATA-DESCARTE)
       FD  LBD073.
       01  REG-LBD073.
           05  CHAVE-L73.
               10  CONTRATO-L73        PIC 9(8).
               10  TIPO-FILME-L73      PIC 9(2).
           05  CAIXA-L73               PIC X(10)     VALUE SPACES.
           05  PRATELEIRA-L73          PIC X(10)     VALUE SPACES.
           05  QT-FILMES-L73           PIC 9(4)      VALUE ZEROS.
           05  DATA-ARQUIVO-L73        PIC 9(8)      VALUE ZEROS.
           05  SITUACAO-L73            PIC 9         VALUE ZEROS.
           05  DATA-DESCARTE-L73       PIC 9(8)      VALUE ZEROS.
           05  OBS-L73                 PIC X(30)     VALUE SPACES.
           05  DIGITADOR-L73           PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD073                 PIC X(30).
