      * ORDEM DE PRODUCAO DO ALBUM - UMA POR ITEM DE ALBUM DO
      * CONTRATO (TIPO 1 EM LBD219), ABERTA E AVANCADA PELO LBP139.
      * GUARDA A ETAPA ATUAL E O CARIMBO (DATA/HORA/USUARIO) DA
      * ENTRADA EM CADA ETAPA:
      *   1-SELECAO DE FOTOS      2-DIAGRAMACAO
      *   3-APROVACAO DO CLIENTE  4-IMPRESSAO
      *   5-ENCADERNACAO          6-PRONTO PARA EXPEDICAO
      * O LBP220 SEGURA A REMESSA ENQUANTO O ALBUM NAO CHEGA NA
      * ETAPA 6; O LIMITE DE DIAS POR ETAPA DO RELATORIO DE ALBUNS
      * PARADOS FICA EM LBD227.
       FD  LBD226.
       01  REG-LBD226.
           05  CHAVE-L226.
               10  CONTRATO-L226       PIC 9(8).
               10  ITEM-L226           PIC 9(2).
           05  ETAPA-L226              PIC 9         VALUE ZEROS.
           05  CARIMBO-L226 OCCURS 6 TIMES.
               10  DATA-ETAPA-L226     PIC 9(8).
               10  HORA-ETAPA-L226     PIC 9(4).
               10  USUARIO-ETAPA-L226  PIC 9(6).
           05  OBS-L226                PIC X(40)     VALUE SPACES.
       01  PATH-LBD226                 PIC X(30).
