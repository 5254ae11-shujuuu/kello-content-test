           SELECT LBD072 ASSIGN TO PATH-LBD072
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L72
                  ALTERNATE RECORD KEY IS FOTOGRAFO-L72
                            WITH DUPLICATES
                  STATUS IS ST-LBD072.
