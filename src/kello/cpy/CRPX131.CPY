           SELECT CRD131 ASSIGN TO PATH-CRD131
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-CR131
                  ALTERNATE RECORD KEY IS NR-ACORDO-CR131
                            WITH DUPLICATES
                  STATUS IS ST-CRD131.
