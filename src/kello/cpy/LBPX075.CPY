           SELECT LBD075 ASSIGN TO PATH-LBD075
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L75
                  STATUS IS ST-LBD075.
