      * LAYOUT DA DRE GERENCIAL (CPP077): LIGA CADA CODIGO DE
      * APURACAO DO CAIXA (CXD020) OU CENTRO DE CUSTO (CPD048) A UMA
      * LINHA DA DEMONSTRACAO DE RESULTADO. NA BAIXA DO CONTAS A
      * PAGAR O CENTRO DE CUSTO DO TITULO (CPD049) TEM PRECEDENCIA
      * SOBRE O CODIGO DE APURACAO.
      * TIPO: 1-CODIGO DE APURACAO  2-CENTRO DE CUSTO (CODIGO =
      *       CCUSTO-CP48 NAS 4 PRIMEIRAS POSICOES).
      * LINHA: 1-RECEITA BRUTA           2-DEDUCOES DA RECEITA
      *        3-CUSTO DE LABORATORIO    4-CUSTO DE VIDEO
      *        5-DESPESAS COMERCIAIS     6-DESPESAS ADMINISTRATIVAS
      *        7-DESPESAS/RECEITAS FINANCEIRAS.
       FD  CPD058.
       01  REG-CPD058.
           05  CHAVE-CP58.
               10  TIPO-CP58           PIC 9.
               10  CODIGO-CP58         PIC X(5).
           05  LINHA-DRE-CP58          PIC 9         VALUE ZEROS.
           05  DIGITADOR-CP58          PIC 9(6)      VALUE ZEROS.
       01  PATH-CPD058                 PIC X(30).
