           SELECT   CRD171  ASSIGN       TO    PATH-CRD171
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CHAVE-CR171
                    ALTERNATE RECORD KEY IS CONTRATO-CR171
                              WITH DUPLICATES
                    FILE STATUS  IS         ST-CRD171.
