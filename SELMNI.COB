       SELECT ITEMAN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MNI-CHAVE
                    FILE STATUS  IS ST-MNI.
