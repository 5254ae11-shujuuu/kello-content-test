           SELECT LBD055 ASSIGN TO PATH-LBD055
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L55
                  STATUS IS ST-LBD055.
