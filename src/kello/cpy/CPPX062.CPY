           SELECT   CPD062  ASSIGN       TO    PATH-CPD062
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CHAVE-CP62
                    FILE STATUS  IS         ST-CPD062.
