       SELECT CADMAN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MAN-NUMERO
                    FILE STATUS  IS ST-MAN.
