           SELECT LBD068 ASSIGN TO PATH-LBD068
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L68
                  STATUS IS ST-LBD068.
