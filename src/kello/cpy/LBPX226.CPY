           SELECT LBD226 ASSIGN TO PATH-LBD226
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L226
                  STATUS IS ST-LBD226.
