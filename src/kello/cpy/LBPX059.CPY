           SELECT LBD059 ASSIGN TO PATH-LBD059
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CONTRATO-L59
                  STATUS IS ST-LBD059.
