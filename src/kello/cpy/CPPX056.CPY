           SELECT   CPD056  ASSIGN       TO    PATH-CPD056
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         TRIBUTO-CP56
                    FILE STATUS  IS         ST-CPD056.
