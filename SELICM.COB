       SELECT CADICMS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ICM-UF
                    FILE STATUS  IS ST-ICM.
