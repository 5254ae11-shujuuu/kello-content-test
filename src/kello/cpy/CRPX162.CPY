           SELECT   CRD162  ASSIGN       TO    PATH-CRD162
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CIDADE-CR162
                    FILE STATUS  IS         ST-CRD162.
