       SELECT CADRCB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCB-CHAVE
                    FILE STATUS  IS ST-RCB.
