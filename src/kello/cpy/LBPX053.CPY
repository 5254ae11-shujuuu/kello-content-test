           SELECT LBD053 ASSIGN TO PATH-LBD053
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L53
                  STATUS IS ST-LBD053.
