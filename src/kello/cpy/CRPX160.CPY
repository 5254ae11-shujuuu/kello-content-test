           SELECT   CRD160  ASSIGN       TO    PATH-CRD160
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CHAVE-CR160
                    FILE STATUS  IS         ST-CRD160.
