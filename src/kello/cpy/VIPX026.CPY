           SELECT VID026 ASSIGN TO PATH-VID026
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-V26
                  STATUS IS ST-VID026.
