           SELECT CRD140 ASSIGN TO PATH-CRD140
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-CR140
                  STATUS IS ST-CRD140.
