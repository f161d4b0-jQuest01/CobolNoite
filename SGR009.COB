      * (DATAS 0 = SEM LIMITE).            *
      * CONSIDERA PEDIDOS NAS SITUACOES    *
      * E/S/T/V; CANCELADOS FICAM FORA     *
      * PERIODO ANTERIOR AO CORTE DO       *
      * SGB019 INCLUI O HISTORICO          *
      * (HISPED/HISITE)                    *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY SELPRO.COB.
           COPY SELPED.COB.
           COPY SELITE.COB.
           COPY SELHPD.COB.
           COPY SELHIT.COB.
           COPY SELCKP.COB.
           SELECT RELVEN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
           COPY FDPRO.COB.
           COPY FDPED.COB.
           COPY FDITE.COB.
           COPY FDHPD.COB.
           COPY FDHIT.COB.
           COPY FDCKP.COB.
       FD  RELVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-REL.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-ITE       PIC X(02) VALUE "00".
       77 ST-HPD       PIC X(02) VALUE "00".
       77 ST-HIT       PIC X(02) VALUE "00".
       77 ST-CKP       PIC X(02) VALUE "00".
       77 W-ORIGEM     PIC X(01) VALUE "C".
       77 W-HISTORICO  PIC X(01) VALUE "N".
       77 W-DATA-CORTE PIC 9(08) VALUE ZEROS.
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-FIM        PIC X(01) VALUE "N".
       77 W-FIM-ITENS  PIC X(01) VALUE "N".
           IF ST-CLI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADCLI " ST-CLI
               STOP RUN.
           PERFORM ABRE-HISTORICO THRU ABRE-HISTORICO-FIM
           CALL "SPLNOME" USING "SGR009  " W-NOME-REL
           OPEN OUTPUT RELVEN
           MOVE W-DATA-INI TO LC-DATA-INI
       PROC-PRINCIPAL.
           PERFORM VARRE-PEDIDOS THRU VARRE-PEDIDOS-FIM
               UNTIL W-FIM = "S"
           IF W-HISTORICO = "S"
               MOVE "H" TO W-ORIGEM
               MOVE "N" TO W-FIM
               PERFORM VARRE-PEDIDOS THRU VARRE-PEDIDOS-FIM
                   UNTIL W-FIM = "S"
               CLOSE HISPED HISITE.
           PERFORM IMPRIME-DIAS THRU IMPRIME-DIAS-FIM
           PERFORM IMPRIME-PRODUTOS THRU IMPRIME-PRODUTOS-FIM
           PERFORM IMPRIME-CLIENTES THRU IMPRIME-CLIENTES-FIM
           GOBACK.
      *
      *****************************************
      * PERIODO ANTERIOR AO ULTIMO CORTE DO   *
      * SGB019: LE TAMBEM O HISTORICO         *
      *****************************************
       ABRE-HISTORICO.
           OPEN INPUT CADCKP
           IF ST-CKP NOT = "00"
               GO TO ABRE-HISTORICO-FIM.
           MOVE "SGB019C " TO CKP-JOB
           READ CADCKP
               INVALID KEY
                   MOVE ZEROS TO CKP-ULT-CEP.
           MOVE CKP-ULT-CEP TO W-DATA-CORTE
           CLOSE CADCKP
           IF W-DATA-CORTE = ZEROS OR W-DATA-INI NOT < W-DATA-CORTE
               GO TO ABRE-HISTORICO-FIM.
           OPEN INPUT HISPED
           IF ST-HPD NOT = "00"
               GO TO ABRE-HISTORICO-FIM.
           OPEN INPUT HISITE
           IF ST-HIT NOT = "00"
               CLOSE HISPED
               GO TO ABRE-HISTORICO-FIM.
           MOVE "S" TO W-HISTORICO
           DISPLAY "SGR009 - INCLUI PEDIDOS ARQUIVADOS ANTES DE "
                   W-DATA-CORTE.
       ABRE-HISTORICO-FIM.
           EXIT.
      *
      *****************************************
      * VARRE O CADPED NO PERIODO, ACUMULANDO *
      * DIA, CLIENTE E (VIA ITEPED) PRODUTO   *
      *****************************************
       VARRE-PEDIDOS.
           IF W-ORIGEM = "H"
               GO TO VARRE-PEDIDOS-HIS.
           READ CADPED NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO VARRE-PEDIDOS-FIM.
           GO TO VARRE-PEDIDOS-SEL.
      *
      * PEDIDOS ARQUIVADOS PELO SGB019 (MESMO LAYOUT DO REGPED)
      *
       VARRE-PEDIDOS-HIS.
           READ HISPED NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO VARRE-PEDIDOS-FIM.
           MOVE HPD-PEDIDO TO REGPED.
       VARRE-PEDIDOS-SEL.
           IF PED-DATA < W-DATA-INI OR PED-DATA > W-DATA-FIM
               GO TO VARRE-PEDIDOS-FIM.
           IF PED-SITUACAO NOT = "E" AND PED-SITUACAO NOT = "S"
           EXIT.
      *
       VARRE-ITENS.
           IF W-ORIGEM = "H"
               GO TO VARRE-ITENS-HIS.
           MOVE PED-NUMERO TO ITE-NUMERO
           MOVE ZEROS      TO ITE-SEQ
           START ITEPED KEY IS NOT LESS THAN ITE-CHAVE
               INVALID KEY GO TO VARRE-ITENS-FIM.
           GO TO VARRE-ITENS-LE.
       VARRE-ITENS-HIS.
           MOVE PED-NUMERO TO HIT-NUMERO
           MOVE ZEROS      TO HIT-SEQ
           START HISITE KEY IS NOT LESS THAN HIT-CHAVE
               INVALID KEY GO TO VARRE-ITENS-FIM.
       VARRE-ITENS-LE.
           MOVE "N" TO W-FIM-ITENS
           PERFORM VARRE-ITENS1 THRU VARRE-ITENS1-FIM
               UNTIL W-FIM-ITENS = "S".
       VARRE-ITENS-FIM.
           EXIT.
       VARRE-ITENS1.
           IF W-ORIGEM = "H"
               GO TO VARRE-ITENS1-HIS.
           READ ITEPED NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ITENS
                   GO TO VARRE-ITENS1-FIM.
           GO TO VARRE-ITENS1-SEL.
       VARRE-ITENS1-HIS.
           READ HISITE NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ITENS
                   GO TO VARRE-ITENS1-FIM.
           MOVE HIT-ITEM TO REGITE.
       VARRE-ITENS1-SEL.
           IF ITE-NUMERO NOT = PED-NUMERO
               MOVE "S" TO W-FIM-ITENS
               GO TO VARRE-ITENS1-FIM.
