           SELECT VID126 ASSIGN TO PATH-VID126
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ENTREGA-V126
                  ALTERNATE RECORD KEY IS CONTRATO-V126
                            WITH DUPLICATES
                  STATUS IS ST-VID126.
