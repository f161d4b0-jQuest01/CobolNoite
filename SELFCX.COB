       SELECT CADFCX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FCX-CHAVE
                    FILE STATUS  IS ST-FCX.
