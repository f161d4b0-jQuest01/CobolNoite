       SELECT CADROT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ROT-CODIGO
                    FILE STATUS  IS ST-ROT.
