           SELECT   CXD023  ASSIGN       TO    PATH-CXD023
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         PORTADOR-CX23
                    FILE STATUS  IS         ST-CXD023.
