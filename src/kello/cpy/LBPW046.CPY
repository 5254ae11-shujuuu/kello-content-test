      * PARAMETROS DO PAGAMENTO DE COMISSAO DE FOTOGRAFO (LBP140).
      * REGISTRO UNICO (CHAVE CONSTANTE "1"), PADRAO LBD225/LBD227:
      * CENTRO DE CUSTO DA FOTOGRAFIA (CPD048), PORTADOR E TIPO DE
      * FORNECEDOR DO TITULO EM CPD020, E AS REGRAS DE RETENCAO DO
      * AUTONOMO:
      *   INSS - PERCENTUAL SOBRE O BRUTO, LIMITADO AO TETO DO
      *          SALARIO-DE-CONTRIBUICAO;
      *   ISS  - PERCENTUAL DO MUNICIPIO SOBRE O BRUTO;
      *   IRRF - TABELA PROGRESSIVA MENSAL (ATE 5 FAIXAS: LIMITE
      *          SUPERIOR, ALIQUOTA E PARCELA A DEDUZIR; LIMITE
      *          ZERADO = ULTIMA FAIXA, SEM TETO) SOBRE O BRUTO MENOS
      *          O INSS; IMPOSTO ABAIXO DO MINIMO NAO E RETIDO.
      * AS TABELAS MUDAM POR LEI - ATUALIZAR NA OPCAO PARAMETROS.
       FD  LBD046.
       01  REG-LBD046.
           05  CHAVE-L46               PIC X(1)      VALUE "1".
           05  CCUSTO-L46              PIC 9(4)      VALUE ZEROS.
           05  PORTADOR-L46            PIC 9(2)      VALUE ZEROS.
           05  TIPO-FORN-L46           PIC 9(2)      VALUE ZEROS.
           05  PERC-INSS-L46           PIC 9(2)V99   VALUE ZEROS.
           05  TETO-INSS-L46           PIC 9(6)V99   VALUE ZEROS.
           05  PERC-ISS-L46            PIC 9(2)V99   VALUE ZEROS.
           05  MINIMO-IRRF-L46         PIC 9(3)V99   VALUE ZEROS.
           05  FAIXA-IRRF-L46 OCCURS 5 TIMES.
               10  LIMITE-IRRF-L46     PIC 9(7)V99.
               10  ALIQ-IRRF-L46       PIC 9(2)V99.
               10  DEDUCAO-IRRF-L46    PIC 9(5)V99.
       01  PATH-LBD046                 PIC X(30).
