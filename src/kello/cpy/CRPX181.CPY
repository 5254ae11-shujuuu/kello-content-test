           SELECT   CRD181  ASSIGN       TO    PATH-CRD181
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CPF-CR181
                    FILE STATUS  IS         ST-CRD181.
