       SELECT ITEPRG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IPG-CHAVE
                    FILE STATUS  IS ST-IPG.
