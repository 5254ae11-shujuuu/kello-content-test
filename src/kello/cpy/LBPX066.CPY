           SELECT LBD066 ASSIGN TO PATH-LBD066
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COMPETENCIA-L66
                  STATUS IS ST-LBD066.
