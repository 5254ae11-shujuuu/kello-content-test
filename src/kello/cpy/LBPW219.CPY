      * MANTIDO PELO LBP219 E CONSULTADO PELO SUBPROGRAMA LBP220 NA
      * LIBERACAO DA REMESSA (LBP215): ITEM DE VIDEO EXIGE EDICAO
      * APROVADA EM VID110 (SEM REJEICAO ABERTA) E ITEM DE ALBUM
      * EXIGE ETIQUETA IMPRESSA (MTD021) E ORDEM DE PRODUCAO PRONTA
      * PARA EXPEDICAO (LBD226, LBP139). CONTRATO SEM ITENS
      * CADASTRADOS FICA FORA DO CONTROLE (ADOCAO GRADUAL, MESMO
      * CRITERIO DO LOG008).
       FD  LBD219.
           05  TIPO-ITEM-L219          PIC 9         VALUE ZEROS.
           05  DESCRICAO-L219          PIC X(20)     VALUE SPACES.
           05  DIGITADOR-L219          PIC 9(6)      VALUE ZEROS.
      *    PRODUTO DO CATALOGO (LBD062, LBP151) E O PRECO EM VIGOR NA
      *    DATA DA VENDA (LBD063, VIA LBP152) - ZEROS NOS ITENS
      *    CADASTRADOS ANTES DO CATALOGO, SO COM A DESCRICAO LIVRE.
           05  PRODUTO-L219            PIC 9(3)      VALUE ZEROS.
           05  DATA-VENDA-L219         PIC 9(8)      VALUE ZEROS.
           05  VALOR-L219              PIC 9(6)V99   VALUE ZEROS.
       01  PATH-LBD219                 PIC X(30).
