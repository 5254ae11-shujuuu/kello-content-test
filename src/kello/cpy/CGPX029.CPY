           SELECT CGD029 ASSIGN TO PATH-CGD029
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-CG29
                  STATUS IS ST-CGD029.
