           SELECT VID027 ASSIGN TO PATH-VID027
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-V27
                  ALTERNATE RECORD KEY IS DATA-V27
                            WITH DUPLICATES
                  STATUS IS ST-VID027.
