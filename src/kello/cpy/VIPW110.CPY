      * ARQUIVO DE OBS E INSTRU��ES DE V�DEO - PARTE CABECALHO
      * SE TIPO = 1-EDI��O   2-C�PIA   3-INSERT
      * CONTRATO NA LARGURA CHEIA (9(8)) DE LBD215/LBD219/VID120; OS
      * ARQUIVOS DO LAYOUT ANTIGO (CONTRATO 9(4)) SAO RECONSTRUIDOS
      * UMA UNICA VEZ PELO VIP119.
       FD  VID110.
       01  REG-VID110.
           05  CHAVE-V110.
               10  CONTRATO-V110       PIC 9(8).
               10  ITEM-V110           PIC 9(2).
               10  TIPO-V110           PIC 9.
           05  FUNCIONARIO-V110        PIC 9(6).
