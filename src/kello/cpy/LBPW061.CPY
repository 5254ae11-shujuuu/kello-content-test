      * ORDEM DE REIMPRESSAO (SEGUNDA VIA) DE ALBUM DANIFICADO,
      * EXTRAVIADO OU COM DEFEITO, LANCADA PELO LBP150. LIGADA AO
      * CONTRATO, AO ITEM DE ALBUM (TIPO 1 EM LBD219) E A REMESSA
      * ORIGINAL (LBD215) - A TRANSPORTADORA DA REMESSA ORIGINAL E
      * COPIADA PARA O RELATORIO MENSAL DE COBRANCA DE AVARIA.
      * QUANDO COBRADA, GERA UM TITULO EM CRD100 (DOCUMENTO "SV" +
      * NUMERO DA REIMPRESSAO, SEQUENCIA SEQ-TIT-L61 DO CONTRATO).
      * PASSA PELAS MESMAS ETAPAS DA ORDEM DE PRODUCAO DO ALBUM
      * (LBD226), COM O CARIMBO DE ENTRADA EM CADA UMA; NA ETAPA 6
      * FICA LIBERADA PARA REMESSA E A PROXIMA REMESSA NOVA DO
      * CONTRATO NO LBP215 LEVA A REIMPRESSAO E GRAVA O NUMERO DELA
      * AQUI. CHAVE ALTERNADA PELO CONTRATO (BUSCA DO LBP215).
      * MOTIVO: 1-DEFEITO DE FABRICACAO  2-DANO NO TRANSPORTE
      *         3-EXTRAVIO               4-PEDIDO DO CLIENTE
      * SITUACAO: 0-EM PRODUCAO  1-LIBERADO PARA REMESSA
      *           2-EXPEDIDO (REMESSA-NOVA-L61)  3-CANCELADO.
       FD  LBD061.
       01  REG-LBD061.
           05  CHAVE-L61.
               10  REIMPRESSAO-L61     PIC 9(6).
           05  CONTRATO-L61            PIC 9(8)      VALUE ZEROS.
           05  ITEM-L61                PIC 9(2)      VALUE ZEROS.
           05  REMESSA-ORIGEM-L61      PIC 9(6)      VALUE ZEROS.
           05  TRANSP-COD-L61          PIC 9(3)      VALUE ZEROS.
           05  MOTIVO-L61              PIC 9         VALUE ZEROS.
      *    COBRADO: 0-GRATUITA  1-COBRADA DO CLIENTE
           05  COBRADO-L61             PIC 9         VALUE ZEROS.
           05  VALOR-L61               PIC 9(8)V99   VALUE ZEROS.
           05  CLASSIF-CLI-L61         PIC 9         VALUE ZEROS.
           05  COD-CLIENTE-L61         PIC 9(8)      VALUE ZEROS.
           05  SEQ-TIT-L61             PIC 9(5)      VALUE ZEROS.
           05  DATA-ABERTURA-L61       PIC 9(8)      VALUE ZEROS.
           05  ETAPA-L61               PIC 9         VALUE ZEROS.
           05  CARIMBO-L61 OCCURS 6 TIMES.
               10  DATA-ETAPA-L61      PIC 9(8).
               10  HORA-ETAPA-L61      PIC 9(4).
               10  USUARIO-ETAPA-L61   PIC 9(6).
           05  SITUACAO-L61            PIC 9         VALUE ZEROS.
           05  REMESSA-NOVA-L61        PIC 9(6)      VALUE ZEROS.
           05  OBS-L61                 PIC X(40)     VALUE SPACES.
           05  DIGITADOR-L61           PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD061                 PIC X(30).
