           SELECT   CRD161  ASSIGN       TO    PATH-CRD161
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CHAVE-CR161
                    ALTERNATE RECORD KEY IS TITULO-CR161
                              WITH DUPLICATES
                    FILE STATUS  IS         ST-CRD161.
