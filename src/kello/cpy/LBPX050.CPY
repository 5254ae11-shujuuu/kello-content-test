           SELECT LBD050 ASSIGN TO PATH-LBD050
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CODIGO-L50
                  STATUS IS ST-LBD050.
