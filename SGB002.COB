      * NESSE SALDO) E SOMANDO ENTRADAS,   *
      * DEVOLUCOES ("D" DO SGP013) E       *
      * SAIDAS DO MOVESTQ (AJUSTES "A" DE  *
      * INVENTARIO REPOSICIONAM O SALDO E  *
      * TRANSFERENCIAS "T" ENTRE DEPOSITOS *
      * NAO ALTERAM O TOTAL),              *
      * COMPARA COM O EST-QTDE             *
      * GRAVADO E RELATA AS DIVERGENCIAS   *
      * MODO DE CORRECAO (PARAMETRO "S")   *
               MOVE MOV-QTDE-ANT  TO W-TEORICO.
           IF MOV-TIPO = "A"
               MOVE MOV-QTDE-NOVA TO W-TEORICO
               GO TO ACUMULA-MOVTO-FIM.
      *
      * TRANSFERENCIA ENTRE DEPOSITOS ("T") NAO ALTERA O SALDO
      * TOTAL DO PRODUTO
      *
           IF MOV-TIPO = "T"
               GO TO ACUMULA-MOVTO-FIM.
           IF MOV-TIPO = "E" OR MOV-TIPO = "D"
               ADD MOV-QTDE TO W-TEORICO
           ELSE
               SUBTRACT MOV-QTDE FROM W-TEORICO.
       ACUMULA-MOVTO-FIM.
           EXIT.
      *
