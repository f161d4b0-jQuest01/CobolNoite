       SELECT HISPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HPD-NUMERO
                    FILE STATUS  IS ST-HPD.
