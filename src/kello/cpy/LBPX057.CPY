           SELECT LBD057 ASSIGN TO PATH-LBD057
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMPRESA-SOLIC-L57
                  STATUS IS ST-LBD057.
