       SELECT ITENF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS INF-CHAVE
                    FILE STATUS  IS ST-INF.
