           SELECT   CXD024  ASSIGN       TO    PATH-CXD024
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CHAVE-CX24
                    ALTERNATE RECORD KEY IS REF-CX24
                              WITH DUPLICATES
                    FILE STATUS  IS         ST-CXD024.
