           SELECT CGD027 ASSIGN TO PATH-CGD027
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-CG27
                  ALTERNATE RECORD KEY IS CLIENTE-CG27
                            WITH DUPLICATES
                  STATUS IS ST-CGD027.
