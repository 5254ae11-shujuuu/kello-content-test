           SELECT LBD049 ASSIGN TO PATH-LBD049
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L49
                  ALTERNATE RECORD KEY IS CONTRATO-L49
                            WITH DUPLICATES
                  STATUS IS ST-LBD049.
