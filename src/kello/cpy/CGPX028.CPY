           SELECT CGD028 ASSIGN TO PATH-CGD028
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-CG28
                  STATUS IS ST-CGD028.
