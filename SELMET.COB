       SELECT CADMET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MET-CHAVE
                    FILE STATUS  IS ST-MET.
