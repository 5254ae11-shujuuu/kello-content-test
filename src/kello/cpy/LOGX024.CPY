           SELECT   LOGD024 ASSIGN       TO    PATH-LOGD024
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CHAVE-L024
                    FILE STATUS  IS         ST-LOGD024.
