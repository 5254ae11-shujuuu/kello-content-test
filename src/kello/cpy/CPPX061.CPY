           SELECT   CPD061  ASSIGN       TO    PATH-CPD061
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CHAVE-CP61
                    FILE STATUS  IS         ST-CPD061.
