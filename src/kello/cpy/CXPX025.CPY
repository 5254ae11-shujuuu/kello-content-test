           SELECT   CXD025  ASSIGN       TO    PATH-CXD025
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CHAVE-CX25
                    FILE STATUS  IS         ST-CXD025.
