           SELECT   CRD121  ASSIGN       TO    PATH-CRD121
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CHAVE-CR121
                    FILE STATUS  IS         ST-CRD121.
