       SELECT CADPRG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRG-CHAVE
                    FILE STATUS  IS ST-PRG.
