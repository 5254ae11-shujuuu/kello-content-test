      * ACORDOS DE RENEGOCIACAO DO CONTAS A RECEBER (CRP103). O
      * ACORDO JUNTA OS TITULOS VENCIDOS DE UM CONTRATO/CLIENTE
      * (VINCULADOS EM CRD131, QUE FICAM COM SITUACAO 3-RENEGOCIADO
      * EM CRD100), APLICA DESCONTO OU ACRESCIMO E GERA AS PARCELAS
      * NOVAS EM CRD100 NO MESMO CONTRATO, DA SEQUENCIA INICIAL A
      * FINAL GRAVADAS AQUI (DOCUMENTO "AC" + NUMERO DO ACORDO).
      * AJUSTE: D-DESCONTO  A-ACRESCIMO  ESPACO-SEM AJUSTE.
      * SITUACAO: 0-ATIVO  1-ROMPIDO (ORIGINAIS REATIVADOS).
       FD  CRD130.
       01  REG-CRD130.
           05  NR-ACORDO-CR130         PIC 9(6).
           05  CONTRATO-CR130          PIC 9(6)      VALUE ZEROS.
           05  CLASSIF-CLI-CR130       PIC 9         VALUE ZEROS.
           05  COD-CLIENTE-CR130       PIC 9(8)      VALUE ZEROS.
           05  DATA-ACORDO-CR130       PIC 9(8)      VALUE ZEROS.
           05  OPERADOR-CR130          PIC 9(6)      VALUE ZEROS.
           05  QT-ORIGINAIS-CR130      PIC 9(3)      VALUE ZEROS.
           05  VALOR-ORIGINAL-CR130    PIC 9(8)V99   VALUE ZEROS.
           05  TIPO-AJUSTE-CR130       PIC X         VALUE SPACES.
           05  VALOR-AJUSTE-CR130      PIC 9(8)V99   VALUE ZEROS.
           05  VALOR-ACORDO-CR130      PIC 9(8)V99   VALUE ZEROS.
           05  QT-PARCELAS-CR130       PIC 9(2)      VALUE ZEROS.
           05  SEQ-INICIAL-CR130       PIC 9(5)      VALUE ZEROS.
           05  SEQ-FINAL-CR130         PIC 9(5)      VALUE ZEROS.
           05  SITUACAO-CR130          PIC 9         VALUE ZEROS.
           05  DATA-ROMPIMENTO-CR130   PIC 9(8)      VALUE ZEROS.
       01  PATH-CRD130                 PIC X(30).
