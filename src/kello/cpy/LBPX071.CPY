           SELECT LBD071 ASSIGN TO PATH-LBD071
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L71
                  ALTERNATE RECORD KEY IS REMESSA-L71
                            WITH DUPLICATES
                  ALTERNATE RECORD KEY IS TRANSP-COD-L71
                            WITH DUPLICATES
                  STATUS IS ST-LBD071.
