           SELECT VID128 ASSIGN TO PATH-VID128
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CONTRATO-V128
                  STATUS IS ST-VID128.
