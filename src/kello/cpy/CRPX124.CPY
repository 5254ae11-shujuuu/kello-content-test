           SELECT   CRD124  ASSIGN       TO    PATH-CRD124
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CHAVE-CR124
                    FILE STATUS  IS         ST-CRD124.
