       SELECT CADAGP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGP-CHAVE
                    FILE STATUS  IS ST-AGP.
