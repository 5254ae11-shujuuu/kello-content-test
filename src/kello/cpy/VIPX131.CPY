           SELECT VID131 ASSIGN TO PATH-VID131
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REVISOR-V131
                  STATUS IS ST-VID131.
