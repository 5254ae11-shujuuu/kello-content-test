           SELECT VID028 ASSIGN TO PATH-VID028
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-V28
                  ALTERNATE RECORD KEY IS FUNCIONARIO-V28
                            WITH DUPLICATES
                  STATUS IS ST-VID028.
