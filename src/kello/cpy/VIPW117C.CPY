      * 2-ENVIADA REVISAO 3-REJEITADA 4-REAPRESENTADA 5-APROVADA) +
      * FUNCIONARIO DO EVENTO (EDITOR OU REVISOR).
       01  VIP117-PARAMETROS.
           05  VIP117-CONTRATO         PIC 9(8)      VALUE ZEROS.
           05  VIP117-ITEM             PIC 9(2)      VALUE ZEROS.
           05  VIP117-TIPO             PIC 9         VALUE ZEROS.
           05  VIP117-ETAPA            PIC 9         VALUE ZEROS.
