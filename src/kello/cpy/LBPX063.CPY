           SELECT LBD063 ASSIGN TO PATH-LBD063
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L63
                  STATUS IS ST-LBD063.
