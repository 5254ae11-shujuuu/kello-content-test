           SELECT LBD052 ASSIGN TO PATH-LBD052
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L52
                  STATUS IS ST-LBD052.
