           SELECT LBD073 ASSIGN TO PATH-LBD073
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L73
                  ALTERNATE RECORD KEY IS CAIXA-L73
                            WITH DUPLICATES
                  STATUS IS ST-LBD073.
