           SELECT   CPD060  ASSIGN       TO    PATH-CPD060
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CHAVE-CP60
                    FILE STATUS  IS         ST-CPD060.
