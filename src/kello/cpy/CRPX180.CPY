           SELECT   CRD180  ASSIGN       TO    PATH-CRD180
                    ORGANIZATION IS         INDEXED
                    ACCESS MODE  IS         DYNAMIC
                    RECORD KEY   IS         CHAVE-CR180
                    ALTERNATE RECORD KEY IS TITULO-CR180
                              WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ALT1-CR180
                              WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF-EMITENTE-CR180
                              WITH DUPLICATES
                    FILE STATUS  IS         ST-CRD180.
