           SELECT COD041 ASSIGN TO PATH-COD041
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NR-CONTRATO-CO41
                  STATUS IS ST-COD041.
