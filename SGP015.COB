      * SAO GERADAS NA CONFIRMACAO DO      *
      * PEDIDO NO SGP007 E CANCELADAS NO   *
      * CANCELAMENTO TOTAL DO SGP013       *
      * PARCELA JA ENVIADA AO BANCO        *
      * (REMESSA S) PAGA NO CAIXA GANHA O  *
      * PEDIDO DE BAIXA NA PROXIMA REMESSA *
      * DO SGB015                          *
      * BAIXA DE CLIENTE BLOQUEADO PELA    *
      * COBRANCA (SGB023) TENTA A          *
      * LIBERACAO VIA LIBCOB               *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-VALOR      PIC 9(08)V99 VALUE ZEROS.
       77 W-VLR-PAGO   PIC 9(08)V99 VALUE ZEROS.
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-SITCLI     PIC X(01) VALUE SPACES.
       77 W-LIBEROU    PIC X(01) VALUE "N".
           COPY WSUSU.COB.
      *
      *---------------------------------------------------------
                MOVE REC-CLIENTE  TO CLI-CODIGO
                READ CADCLI
                    INVALID KEY
                        MOVE SPACES   TO W-NOMECLI W-SITCLI
                    NOT INVALID KEY
                        MOVE CLI-NOME     TO W-NOMECLI
                        MOVE CLI-SITUACAO TO W-SITCLI.
                DISPLAY TELAREC
                IF REC-SITUACAO NOT = "A"
                   MOVE "*** PARCELA NAO ESTA EM ABERTO ***" TO MENS
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADREC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-SITCLI = "B"
                   GO TO BXA-LIB.
                IF REC-REMESSA = "S"
                   MOVE "** BAIXADA - BAIXA NO BANCO NA PROX REMESSA **"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BXA-001.
                MOVE "*** PARCELA BAIXADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO BXA-001.
      *
      ************************************
      * CLIENTE BLOQUEADO PELA REGUA DE  *
      * COBRANCA: O LIBCOB LIBERA SE NAO *
      * RESTOU PARCELA NO ATRASO QUE     *
      * CAUSOU O BLOQUEIO (LE CADREC E   *
      * REGRAVA CADCLI - FECHA ANTES)    *
      ************************************
      *
       BXA-LIB.
                CLOSE CADCLI CADREC
                MOVE "N" TO W-LIBEROU
                CALL "LIBCOB" USING W-CLIENTE W-LIBEROU
                OPEN INPUT CADCLI
                IF ST-CLI NOT = "00"
                   CALL "LOGERRO" USING "SGP015  "
                        "BXA-LIB             " ST-CLI
                   MOVE "ERRO NA REABERTURA DO ARQUIVO CADCLI" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                OPEN I-O CADREC
                IF ST-REC NOT = "00"
                   CALL "LOGERRO" USING "SGP015  "
                        "BXA-LIB             " ST-REC
                   MOVE "ERRO NA REABERTURA DO ARQUIVO CADREC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADCLI
                   GO TO ROT-FIM.
                IF W-LIBEROU = "S"
                   MOVE "*** PARCELA BAIXADA - CLIENTE DESBLOQUEADO ***"
                                                    TO MENS
                ELSE
                   MOVE "* PARCELA BAIXADA - CLIENTE SEGUE BLOQUEADO *"
                                                    TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO BXA-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
