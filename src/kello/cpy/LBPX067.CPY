           SELECT LBD067 ASSIGN TO PATH-LBD067
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L67
                  STATUS IS ST-LBD067.
