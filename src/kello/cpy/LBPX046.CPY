           SELECT LBD046 ASSIGN TO PATH-LBD046
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L46
                  STATUS IS ST-LBD046.
