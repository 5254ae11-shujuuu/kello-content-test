           SELECT   CRD122  ASSIGN       TO    PATH-CRD122
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         MOTIVO-CR122
                    FILE STATUS  IS         ST-CRD122.
