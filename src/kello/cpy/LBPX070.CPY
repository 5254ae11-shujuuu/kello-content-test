           SELECT LBD070 ASSIGN TO PATH-LBD070
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-L70
                  STATUS IS ST-LBD070.
