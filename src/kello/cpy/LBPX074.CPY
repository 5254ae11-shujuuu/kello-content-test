           SELECT LBD074 ASSIGN TO PATH-LBD074
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L74
                  STATUS IS ST-LBD074.
