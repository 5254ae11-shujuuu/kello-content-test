      * Complemento do arquivo de CLIENTE
      * CELULARES COM DDD E 9 DIGITOS (CRITICA E EXIBICAO PELO
      * SUBPROGRAMA CGP039). OS 5 BYTES DO ALARGAMENTO SAIRAM DO
      * FILLER - TAMANHO DO REGISTRO INALTERADO; OS ARQUIVOS DO
      * LAYOUT ANTIGO (CELULAR 9(8)) SAO CONVERTIDOS PELO CGP040.
       FD  CGD011.
       01  REG-CGD011.
           05  COD-COMPL-CG11.
           05  ORGAO-EXPEDICAO1-CG11 PIC X(8).
           05  FAX1-CG11             PIC 9(8).
           05  DDD-CELULAR1-CG11     PIC 9(02).
           05  CELULAR1-CG11         PIC 9(9).
           05  SEXO1-CG11            PIC X(01).
      *    DATA-NASC-CG11 = AAAAMMDD
           05  DATA-NASC1-CG11       PIC 9(8).
           05  DT-EXPEDICAO2-CG11    PIC 9(8).
           05  ORGAO-EXPEDICAO2-CG11 PIC X(8).
           05  DDD-CELULAR2-CG11     PIC 9(02).
           05  CELULAR2-CG11         PIC 9(9).
           05  FAX2-CG11             PIC 9(8).
      *    DATA-NASC-CG11 = AAAAMMDD
           05  DATA-NASC2-CG11       PIC 9(8).
           05  COMPLEMENTO-PAIS-CG11 PIC X(30).
           05  BAIRRO-PAIS-CG11      PIC X(25).
           05  FONE-PAIS-CG11        PIC 9(8).
           05  DDD-CELULAR-PAIS-CG11 PIC 9(02).
           05  CELULAR-PAIS-CG11     PIC 9(9).
           05  CIDADE-PAIS-CG11      PIC 9(4).
           05  CEP-PAIS-CG11         PIC 9(8).
      *Dados da Rep�blica
           05  COMP-CEL-PAIS-CG11   PIC 9(01).
           05  COMP-TEL3-CG11       PIC 9(01).
           05  TIPO-PESSOA-CG11     PIC X(01).
           05  FILLER               PIC X(45).
      *    DATA-VALIDADE-RGN-CG11 = AAAAMMDD, ZEROS = SEM DATA DE
      *    VALIDADE INFORMADA (DOCUMENTO ANTIGO, SEM PRAZO DE VALIDADE
      *    IMPRESSO NA CARTEIRA). USADA PELO LEMBRETE DE DOCUMENTO A
