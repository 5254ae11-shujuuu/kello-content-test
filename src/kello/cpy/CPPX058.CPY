           SELECT   CPD058  ASSIGN       TO    PATH-CPD058
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CHAVE-CP58
                    FILE STATUS  IS         ST-CPD058.
