       SELECT ESTDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESD-CHAVE
                    FILE STATUS  IS ST-ESD.
