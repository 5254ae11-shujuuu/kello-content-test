           SELECT LBD047 ASSIGN TO PATH-LBD047
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EQUIPAMENTO-L47
                  STATUS IS ST-LBD047.
