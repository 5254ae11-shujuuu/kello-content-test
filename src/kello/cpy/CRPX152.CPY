           SELECT   CRD152  ASSIGN       TO    PATH-CRD152
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CHAVE-CR152
                    ALTERNATE RECORD KEY IS ALT1-CR152
                              WITH DUPLICATES
                    FILE STATUS  IS         ST-CRD152.
