           SELECT LBD069 ASSIGN TO PATH-LBD069
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L69
                  STATUS IS ST-LBD069.
