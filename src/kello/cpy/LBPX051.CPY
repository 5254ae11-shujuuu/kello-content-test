           SELECT LBD051 ASSIGN TO PATH-LBD051
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L51
                  ALTERNATE RECORD KEY IS CONTRATO-L51
                            WITH DUPLICATES
                  STATUS IS ST-LBD051.
