           SELECT LBD054 ASSIGN TO PATH-LBD054
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L54
                  STATUS IS ST-LBD054.
