      * PARAMETROS DO CONTRATO COM A ADQUIRENTE DE CARTAO, REGISTRO
      * UNICO (CHAVE "1") MANTIDO PELO CRP026:
      *   TAXA-MDR ..... PERCENTUAL CONTRATADO DESCONTADO NO DEPOSITO;
      *   TOLERANCIA ... DIFERENCA ACEITA ENTRE A TAXA APLICADA E A
      *                  CONTRATADA (PONTOS PERCENTUAIS) ANTES DE A
      *                  LIQUIDACAO SAIR COMO DIVERGENTE;
      *   PRAZO-DIAS ... DIAS ENTRE O PAGAMENTO DO PORTADOR E O
      *                  DEPOSITO (DATA PREVISTA);
      *   PORTADOR ..... CONTA (CXD023) QUE RECEBE OS DEPOSITOS;
      *   CODIGO-RECEB . CODIGO DE APURACAO (CXD020) DO CREDITO BRUTO;
      *   CODIGO-TAXA .. CODIGO DE APURACAO DA TAXA - DESPESA
      *                  FINANCEIRA (LIGADO A LINHA 7 DA DRE NO
      *                  CPD058).
       FD  CRD124.
       01  REG-CRD124.
           05  CHAVE-CR124             PIC X.
           05  TAXA-MDR-CR124          PIC 9(2)V99   VALUE ZEROS.
           05  TOLERANCIA-CR124        PIC 9(2)V99   VALUE ZEROS.
           05  PRAZO-DIAS-CR124        PIC 9(3)      VALUE ZEROS.
           05  PORTADOR-CR124          PIC 9(2)      VALUE ZEROS.
           05  CODIGO-RECEB-CR124      PIC X(5)      VALUE SPACES.
           05  CODIGO-TAXA-CR124       PIC X(5)      VALUE SPACES.
           05  DATA-ALTERACAO-CR124    PIC 9(8)      VALUE ZEROS.
           05  USUARIO-CR124           PIC 9(6)      VALUE ZEROS.
       01  PATH-CRD124                 PIC X(30).
