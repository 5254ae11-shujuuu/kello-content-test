           SELECT   CPD057  ASSIGN       TO    PATH-CPD057
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CHAVE-CP57
                    ALTERNATE RECORD KEY IS COMPETENCIA-CP57
                              WITH DUPLICATES
                    FILE STATUS  IS         ST-CPD057.
