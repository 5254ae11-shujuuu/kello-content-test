      * AREA DE CHAMADA DO SUBPROGRAMA CRP106 (CODIGO DE BARRAS E
      * LINHA DIGITAVEL DO BOLETO DE COBRANCA, PADRAO FEBRABAN). O
      * CHAMADOR INFORMA A CONTA DE COBRANCA (CRD140), O NOSSO-NUMERO,
      * O VENCIMENTO E O VALOR E RECEBE:
      *   CRP106-CODIGO-BARRAS ... 44 DIGITOS (BANCO, MOEDA 9, DV,
      *                            FATOR DE VENCIMENTO, VALOR E CAMPO
      *                            LIVRE AGENCIA+CARTEIRA+NOSSO-NUMERO
      *                            +CONTA+0);
      *   CRP106-LINHA-DIGITAVEL . OS 5 CAMPOS FORMATADOS PARA O
      *                            CABECALHO DA FICHA;
      *   CRP106-NOSSO-NUMERO-DV . DV DO NOSSO-NUMERO (MODULO 11
      *                            BASE 7 SOBRE CARTEIRA+NOSSO-NUMERO,
      *                            "P" QUANDO O RESTO E 1).
       01  CRP106-PARAMETROS.
           05  CRP106-BANCO            PIC 9(3)      VALUE ZEROS.
           05  CRP106-AGENCIA          PIC 9(4)      VALUE ZEROS.
           05  CRP106-CARTEIRA         PIC 9(2)      VALUE ZEROS.
           05  CRP106-NOSSO-NUMERO     PIC 9(11)     VALUE ZEROS.
           05  CRP106-CONTA            PIC 9(7)      VALUE ZEROS.
           05  CRP106-VENCTO           PIC 9(8)      VALUE ZEROS.
           05  CRP106-VALOR            PIC 9(8)V99   VALUE ZEROS.
           05  CRP106-CODIGO-BARRAS    PIC X(44)     VALUE SPACES.
           05  CRP106-LINHA-DIGITAVEL  PIC X(54)     VALUE SPACES.
           05  CRP106-NOSSO-NUMERO-DV  PIC X         VALUE SPACES.
