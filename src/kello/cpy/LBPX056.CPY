           SELECT LBD056 ASSIGN TO PATH-LBD056
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L56
                  STATUS IS ST-LBD056.
