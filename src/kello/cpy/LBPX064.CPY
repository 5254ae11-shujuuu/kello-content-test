           SELECT LBD064 ASSIGN TO PATH-LBD064
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ORIGEM-L64
                  STATUS IS ST-LBD064.
