           SELECT LBD062 ASSIGN TO PATH-LBD062
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CODIGO-L62
                  STATUS IS ST-LBD062.
