           SELECT VID129 ASSIGN TO PATH-VID129
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CODIGO-V129
                  ALTERNATE RECORD KEY IS TITULO-V129
                            WITH DUPLICATES
                  STATUS IS ST-VID129.
