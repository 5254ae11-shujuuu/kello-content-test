           SELECT VID130 ASSIGN TO PATH-VID130
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-V130
                  STATUS IS ST-VID130.
