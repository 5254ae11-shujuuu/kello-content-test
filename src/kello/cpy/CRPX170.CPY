           SELECT CRD170 ASSIGN TO PATH-CRD170
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-CR170
                  STATUS IS ST-CRD170.
