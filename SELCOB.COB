       SELECT CADCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COB-CLIENTE
                    FILE STATUS  IS ST-COB.
