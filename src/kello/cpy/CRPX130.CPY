           SELECT CRD130 ASSIGN TO PATH-CRD130
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NR-ACORDO-CR130
                  STATUS IS ST-CRD130.
