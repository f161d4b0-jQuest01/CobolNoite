       SELECT CADTPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TPR-CHAVE
                    FILE STATUS  IS ST-TPR.
