           SELECT CGD030 ASSIGN TO PATH-CGD030
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CODIGO-CG30
                  STATUS IS ST-CGD030.
