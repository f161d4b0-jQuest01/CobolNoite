       SELECT HISITE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HIT-CHAVE
                    FILE STATUS  IS ST-HIT.
