           SELECT LBD048 ASSIGN TO PATH-LBD048
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NR-OS-L48
                  ALTERNATE RECORD KEY IS EQUIPAMENTO-L48
                            WITH DUPLICATES
                  STATUS IS ST-LBD048.
