           SELECT   CPD059  ASSIGN       TO    PATH-CPD059
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CHAVE-CP59
                    FILE STATUS  IS         ST-CPD059.
