           SELECT LBD060 ASSIGN TO PATH-LBD060
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L60
                  STATUS IS ST-LBD060.
