           SELECT LBD227 ASSIGN TO PATH-LBD227
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L227
                  STATUS IS ST-LBD227.
