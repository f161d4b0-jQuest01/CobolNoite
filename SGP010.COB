      * (MOV-TIPO "A" COM SALDO ANTERIOR   *
      * E NOVO) E IMPRIME RELATORIO DE     *
      * DIFERENCAS VALORIZADO PELO PRECOC  *
      * A CONTAGEM E DE UM DEPOSITO (01 =  *
      * PRINCIPAL): O LIVRO E O SALDO DO   *
      * DEPOSITO E A DIFERENCA AJUSTA O    *
      * TOTAL DO PRODUTO NO ESTPRO         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY SELPRO.COB.
           COPY SELEST.COB.
           COPY SELMOV.COB.
           COPY SELDEP.COB.
           SELECT RELINV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
           COPY FDPRO.COB.
           COPY FDEST.COB.
           COPY FDMOV.COB.
           COPY FDDEP.COB.
       FD  RELINV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-REL.
       77 ST-EST       PIC X(02) VALUE "00".
       77 ST-MOV       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 ST-DEP       PIC X(02) VALUE "00".
       77 ST-SLD       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-TOT-VALOR  PIC S9(13)V99 VALUE ZEROS.
       77 W-NOME-REL   PIC X(30) VALUE SPACES.
       77 W-PARAMS-SPL PIC X(30) VALUE SPACES.
       77 W-DEPOSITO   PIC 9(02) VALUE 01.
       77 W-QTDE-TOTAL PIC 9(07) VALUE ZEROS.
       77 W-QTDE-NOVA  PIC 9(07) VALUE ZEROS.
       77 W-SALDO-DEP  PIC 9(07) VALUE ZEROS.
       01 LIN-CAB1.
           03 FILLER          PIC X(60)  VALUE
              "RELATORIO DE DIFERENCAS DE INVENTARIO (CONTAGEM FISICA)".
           03 LC-DATA         PIC 9(08).
           03 FILLER          PIC X(12)  VALUE "  DEPOSITO: ".
           03 LC-DEPOSITO     PIC 9(02).
       01 LIN-CAB2.
           03 FILLER          PIC X(120) VALUE
      -       "CODIGO DENOMINACAO                      LIVRO   CONTAD
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP2A.
           OPEN I-O CADDEP
           IF ST-DEP NOT = "00"
               IF ST-DEP = "30"
                      OPEN OUTPUT CADDEP
                      CLOSE CADDEP
                      GO TO INC-OP2A
                   ELSE
                      CALL "LOGERRO" USING "SGP010  "
                           "INC-OP2A            " ST-DEP
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADDEP" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP3.
           CALL "SPLNOME" USING "SGP010  " W-NOME-REL
           OPEN OUTPUT RELINV
               MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *
      **********************
      * DEPOSITO CONTADO   *
      **********************
      *
       INC-DEP.
                MOVE ZEROS  TO W-CODIGO W-QTDE-LIVRO W-QTDE-CONT
                MOVE SPACES TO W-DENOM
                DISPLAY TELAINV
                ACCEPT TINVDEP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-TOTAIS.
                IF W-DEPOSITO = ZEROS
                   MOVE 01 TO W-DEPOSITO.
                IF W-DEPOSITO = 01
                   GO TO INC-DEP-FIM.
                MOVE W-DEPOSITO TO DEP-CODIGO
                READ CADDEP
                    INVALID KEY
                        MOVE "*** DEPOSITO NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-DEP.
       INC-DEP-FIM.
                MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
                MOVE W-DATAHORA(1:8) TO LC-DATA
                MOVE W-DEPOSITO      TO LC-DEPOSITO
                WRITE LINRELINV FROM LIN-CAB1
                WRITE LINRELINV FROM LIN-CAB2.
      *
      **********************
      * ENTRADA DA CONTAGEM*
                READ ESTPRO
                    INVALID KEY
                        MOVE "N"    TO W-EST-EXISTE
                        MOVE ZEROS  TO W-QTDE-TOTAL
                    NOT INVALID KEY
                        MOVE "S"       TO W-EST-EXISTE
                        MOVE EST-QTDE  TO W-QTDE-TOTAL.
      *
      * O SALDO DE LIVRO E O DO DEPOSITO QUE ESTA SENDO CONTADO
      *
                CALL "SALDODEP" USING "C" W-CODIGO W-DEPOSITO
                     W-QTDE-TOTAL W-QTDE-CONT W-QTDE-LIVRO ST-SLD
                DISPLAY TELAINV.
       INC-003.
                MOVE ZEROS TO W-QTDE-CONT
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                COMPUTE W-QTDE-NOVA = W-QTDE-TOTAL + W-QTDE-CONT
                                    - W-QTDE-LIVRO
                MOVE W-CODIGO     TO EST-CODIGO
                MOVE W-QTDE-NOVA  TO EST-QTDE
                IF W-EST-EXISTE = "S"
                   REWRITE REGEST
                ELSE
                   COMPUTE MOV-QTDE = W-QTDE-CONT - W-QTDE-LIVRO
                ELSE
                   COMPUTE MOV-QTDE = W-QTDE-LIVRO - W-QTDE-CONT.
                MOVE W-QTDE-TOTAL      TO MOV-QTDE-ANT
                MOVE W-QTDE-NOVA       TO MOV-QTDE-NOVA
                MOVE OPER-CODIGO       TO MOV-OPERADOR
                MOVE W-DEPOSITO        TO MOV-DEPOSITO
                MOVE ZEROS             TO MOV-DEP-PAR
                MOVE SPACES            TO MOV-SENTIDO
                WRITE REGMOV
                IF ST-MOV NOT = "00" AND ST-MOV NOT = "02"
                   CALL "LOGERRO" USING "SGP010  "
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO MOVESTQ" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-TOTAIS.
                CALL "SALDODEP" USING "A" W-CODIGO W-DEPOSITO
                     W-QTDE-NOVA W-QTDE-CONT W-SALDO-DEP ST-SLD
                IF ST-SLD = "99"
                   CALL "LOGERRO" USING "SGP010  "
                        "INC-WR1             " ST-SLD
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ESTDEP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-TOTAIS.
                PERFORM GRAVA-DIFERENCA THRU GRAVA-DIFERENCA-FIM
                MOVE "*** AJUSTE DE INVENTARIO REGISTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                WRITE LINRELINV FROM LIN-TOT1
                WRITE LINRELINV FROM LIN-TOT2
                WRITE LINRELINV FROM LIN-TOT3
                CLOSE CADPRO ESTPRO MOVESTQ CADDEP RELINV
                CALL "SPLREG" USING "SGP010  " W-NOME-REL
                     W-PARAMS-SPL.
      *
