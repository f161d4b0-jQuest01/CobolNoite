      * MOVIMENTACAO DE ESTOQUE DE PRODUTO *
      * (ENTRADA/SAIDA) - ATUALIZA ESTPRO  *
      * E GRAVA HISTORICO EM MOVESTQ       *
      * O MOVIMENTO E DO DEPOSITO 01       *
      * (PRINCIPAL): A SAIDA E LIMITADA AO *
      * SALDO DELE (SALDODEP), NAO AO      *
      * TOTAL DO PRODUTO                   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 ST-LOT       PIC X(02) VALUE "00".
       77 W-TRAVA      PIC 9(02) VALUE ZEROS.
       77 ST-SLD       PIC X(02) VALUE "00".
       77 W-DEPOSITO   PIC 9(02) VALUE 01.
       77 W-SALDO-DEP  PIC 9(07) VALUE ZEROS.
           COPY WSUSU.COB.
      *
      *---------------------------------------------------------
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO INC-004.
                IF W-TIPO-MOV NOT = "S"
                   GO TO INC-OPC.
                CALL "SALDODEP" USING "C" W-CODIGO W-DEPOSITO
                     W-QTDE-ATUAL W-QTDE-MOV W-SALDO-DEP ST-SLD
                IF ST-SLD = "99"
                   CALL "LOGERRO" USING "SGP006  "
                        "INC-004             " ST-SLD
                   MOVE "ERRO NA LEITURA DO ARQUIVO ESTDEP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-QTDE-MOV > W-SALDO-DEP
                   MOVE "*** ESTOQUE INSUFICIENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO INC-004.
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF W-TIPO-MOV NOT = "S"
                   GO TO INC-WR1B.
                CALL "SALDODEP" USING "C" W-CODIGO W-DEPOSITO
                     W-QTDE-ATUAL W-QTDE-MOV W-SALDO-DEP ST-SLD
                IF ST-SLD = "99"
                   CALL "LOGERRO" USING "SGP006  "
                        "INC-WR1A            " ST-SLD
                   MOVE "ERRO NA LEITURA DO ARQUIVO ESTDEP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-QTDE-MOV > W-SALDO-DEP
                   MOVE "** SALDO MUDOU - ESTOQUE INSUFICIENTE **"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-WR1B.
                IF W-TIPO-MOV = "E"
                   COMPUTE W-QTDE-NOVA = W-QTDE-ATUAL + W-QTDE-MOV
                ELSE
                MOVE W-QTDE-ATUAL      TO MOV-QTDE-ANT
                MOVE W-QTDE-NOVA       TO MOV-QTDE-NOVA
                MOVE OPER-CODIGO       TO MOV-OPERADOR
                MOVE W-DEPOSITO        TO MOV-DEPOSITO
                MOVE ZEROS             TO MOV-DEP-PAR
                MOVE SPACES            TO MOV-SENTIDO
                WRITE REGMOV
                IF ST-MOV NOT = "00" AND ST-MOV NOT = "02"
                   CALL "LOGERRO" USING "SGP006  "
