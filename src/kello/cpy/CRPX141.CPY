           SELECT   CRD141  ASSIGN       TO    PATH-CRD141
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CHAVE-CR141
                    ALTERNATE RECORD KEY IS NOSSO-NUMERO-CR141
                    FILE STATUS  IS         ST-CRD141.
