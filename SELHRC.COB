       SELECT HISREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HRC-CHAVE
                    FILE STATUS  IS ST-HRC.
