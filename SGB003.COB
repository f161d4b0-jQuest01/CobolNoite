           MOVE MOV-QTDE-ANT  TO ARQ-QTDE-ANT
           MOVE MOV-QTDE-NOVA TO ARQ-QTDE-NOVA
           MOVE MOV-OPERADOR  TO ARQ-OPERADOR
           MOVE MOV-DEPOSITO  TO ARQ-DEPOSITO
           MOVE MOV-DEP-PAR   TO ARQ-DEP-PAR
           MOVE MOV-SENTIDO   TO ARQ-SENTIDO
           WRITE REGARQ
           IF ST-ARQ NOT = "00" AND ST-ARQ NOT = "02"
              AND ST-ARQ NOT = "22"
