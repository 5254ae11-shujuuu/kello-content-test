           SELECT VID132 ASSIGN TO PATH-VID132
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-V132
                  ALTERNATE RECORD KEY IS SEMANA-V132
                            WITH DUPLICATES
                  ALTERNATE RECORD KEY IS ALT1-V132
                            WITH DUPLICATES
                  STATUS IS ST-VID132.
