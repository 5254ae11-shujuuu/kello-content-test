           SELECT   CRD151  ASSIGN       TO    PATH-CRD151
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CONTRATO-CR151
                    ALTERNATE RECORD KEY IS VENDEDOR-CR151
                              WITH DUPLICATES
                    FILE STATUS  IS         ST-CRD151.
