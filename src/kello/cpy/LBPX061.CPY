           SELECT LBD061 ASSIGN TO PATH-LBD061
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L61
                  ALTERNATE RECORD KEY IS CONTRATO-L61
                            WITH DUPLICATES
                  STATUS IS ST-LBD061.
