           SELECT LBD058 ASSIGN TO PATH-LBD058
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L58
                  STATUS IS ST-LBD058.
