       SELECT CADVCX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VCX-NUMERO
                    FILE STATUS  IS ST-VCX.
