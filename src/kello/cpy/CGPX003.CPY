           SELECT CGD003 ASSIGN TO PATH-CGD003
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CODIGO-CG03
                  STATUS IS ST-CGD003.
