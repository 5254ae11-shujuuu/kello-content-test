           SELECT   CPD055  ASSIGN       TO    PATH-CPD055
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CHAVE-CP55
                    FILE STATUS  IS         ST-CPD055.
