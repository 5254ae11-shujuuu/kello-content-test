           SELECT   CRD123  ASSIGN       TO    PATH-CRD123
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CHAVE-CR123
                    FILE STATUS  IS         ST-CRD123.
