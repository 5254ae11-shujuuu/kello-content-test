           SELECT   CRD150  ASSIGN       TO    PATH-CRD150
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         VENDEDOR-CR150
                    FILE STATUS  IS         ST-CRD150.
