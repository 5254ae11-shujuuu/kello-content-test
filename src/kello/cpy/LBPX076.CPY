           SELECT LBD076 ASSIGN TO PATH-LBD076
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L76
                  STATUS IS ST-LBD076.
