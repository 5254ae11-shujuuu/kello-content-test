           SELECT VID127 ASSIGN TO PATH-VID127
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FUNCIONARIO-V127
                  STATUS IS ST-VID127.
