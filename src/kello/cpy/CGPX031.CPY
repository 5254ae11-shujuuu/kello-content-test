           SELECT CGD031 ASSIGN TO PATH-CGD031
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-CG31
                  STATUS IS ST-CGD031.
