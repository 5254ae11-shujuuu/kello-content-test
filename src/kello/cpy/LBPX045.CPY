           SELECT LBD045 ASSIGN TO PATH-LBD045
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L45
                  STATUS IS ST-LBD045.
