      * MINIMA DO CADPARM SAO MARCADAS.    *
      * PARAMETROS NO CONSOLE: PERIODO     *
      * (DATAS 0 = SEM LIMITE)             *
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
           COPY SELPARM.COB.
           SELECT RELMAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
           COPY FDPRO.COB.
           COPY FDPED.COB.
           COPY FDITE.COB.
           COPY FDHPD.COB.
           COPY FDHIT.COB.
           COPY FDCKP.COB.
           COPY FDPARM.COB.
       FD  RELMAR
               LABEL RECORD IS STANDARD
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-ITE       PIC X(02) VALUE "00".
       77 ST-HPD       PIC X(02) VALUE "00".
       77 ST-HIT       PIC X(02) VALUE "00".
       77 ST-CKP       PIC X(02) VALUE "00".
       77 ST-PARM      PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-ORIGEM     PIC X(01) VALUE "C".
       77 W-HISTORICO  PIC X(01) VALUE "N".
       77 W-DATA-CORTE PIC 9(08) VALUE ZEROS.
       77 W-FIM        PIC X(01) VALUE "N".
       77 W-FIM-ITENS  PIC X(01) VALUE "N".
       77 W-DATA-INI   PIC 9(08) VALUE ZEROS.
               CLOSE CADPARM
           ELSE
               MOVE ZEROS TO W-MARGEM-MIN.
           PERFORM ABRE-HISTORICO THRU ABRE-HISTORICO-FIM
           CALL "SPLNOME" USING "SGR010  " W-NOME-REL
           OPEN OUTPUT RELMAR
           MOVE W-DATA-INI   TO LC-DATA-INI
       PROC-PRINCIPAL.
           PERFORM VARRE-PEDIDOS THRU VARRE-PEDIDOS-FIM
               UNTIL W-FIM = "S"
           IF W-HISTORICO = "S"
               MOVE "H" TO W-ORIGEM
               MOVE "N" TO W-FIM
               PERFORM VARRE-PEDIDOS THRU VARRE-PEDIDOS-FIM
                   UNTIL W-FIM = "S"
               CLOSE HISPED HISITE.
           PERFORM IMPRIME-PRODUTOS THRU IMPRIME-PRODUTOS-FIM
           MOVE W-QTDE-PED   TO LT1-QPED
           MOVE W-QTDE-BAIXA TO LT2-BAIXA
               DISPLAY "SGR010 - TABELA CHEIA - FORA DO RESUMO: "
                       W-EXCEDE.
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
           DISPLAY "SGR010 - INCLUI PEDIDOS ARQUIVADOS ANTES DE "
                   W-DATA-CORTE.
       ABRE-HISTORICO-FIM.
           EXIT.
      *
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
           PERFORM IMPRIME-ITEM THRU IMPRIME-ITEM-FIM
               UNTIL W-FIM-ITENS = "S".
           EXIT.
      *
       IMPRIME-ITEM.
           IF W-ORIGEM = "H"
               GO TO IMPRIME-ITEM-HIS.
           READ ITEPED NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ITENS
                   GO TO IMPRIME-ITEM-FIM.
           GO TO IMPRIME-ITEM-SEL.
       IMPRIME-ITEM-HIS.
           READ HISITE NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ITENS
                   GO TO IMPRIME-ITEM-FIM.
           MOVE HIT-ITEM TO REGITE.
       IMPRIME-ITEM-SEL.
           IF ITE-NUMERO NOT = PED-NUMERO
               MOVE "S" TO W-FIM-ITENS
               GO TO IMPRIME-ITEM-FIM.
