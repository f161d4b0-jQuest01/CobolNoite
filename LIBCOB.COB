       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBCOB.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * SUBROTINA DE LIBERACAO AUTOMATICA  *
      * DO CLIENTE BLOQUEADO PELA COBRANCA *
      * (SGB023): CHAMADA APOS A BAIXA DE  *
      * PARCELA NO SGP015 E NO SGB016.     *
      * LIBERA QUANDO NENHUMA PARCELA EM   *
      * ABERTO DO CLIENTE TEM MAIS ATRASO  *
      * QUE O QUE CAUSOU O BLOQUEIO        *
      * (COB-DIAS-BLOQ): VOLTA O CLIENTE   *
      * PARA ATIVO E GRAVA NO JORNAL A     *
      * ALTERACAO DO CADCLI E DO CADCOB.   *
      * QUEM CHAMA DEVE FECHAR ANTES O     *
      * CADREC E O CADCLI                  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCOB.COB.
           COPY SELREC.COB.
           COPY SELCLI.COB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCOB.COB.
           COPY FDREC.COB.
           COPY FDCLI.COB.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-COB        PIC X(02) VALUE "00".
       77 ST-REC        PIC X(02) VALUE "00".
       77 ST-CLI        PIC X(02) VALUE "00".
       77 W-FIM         PIC X(01) VALUE "N".
       77 W-DATAHORA    PIC X(21) VALUE SPACES.
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-INT-HOJE    PIC 9(08) VALUE ZEROS.
       77 W-INT-VCT     PIC 9(08) VALUE ZEROS.
       77 W-ATRASO      PIC S9(05) VALUE ZEROS.
       77 W-MAIOR       PIC S9(05) VALUE ZEROS.
       77 W-JRN-CHAVE   PIC X(14) VALUE SPACES.
       01 W-JRN-ANTES   PIC X(200) VALUE SPACES.
       01 W-JRN-NOVA    PIC X(200) VALUE SPACES.
           COPY WSUSU.COB.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-CLIENTE     PIC 9(05).
       01 LK-LIBERADO    PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CLIENTE LK-LIBERADO.
       LIB-INICIO.
           MOVE "N" TO LK-LIBERADO
           OPEN I-O CADCOB
           IF ST-COB NOT = "00"
               GOBACK.
           MOVE LK-CLIENTE TO COB-CLIENTE
           READ CADCOB
               INVALID KEY
                   GO TO LIB-FIM.
           IF COB-BLOQUEIO NOT = "S"
               GO TO LIB-FIM.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-HOJE
           COMPUTE W-INT-HOJE = FUNCTION INTEGER-OF-DATE(W-HOJE).
      *
      * MAIOR ATRASO ENTRE AS PARCELAS AINDA EM ABERTO (O CADREC
      * NAO TEM CHAVE POR CLIENTE: LEITURA SEQUENCIAL COMPLETA, SO
      * PARA CLIENTE BLOQUEADO)
      *
       LIB-PARCELAS.
           OPEN INPUT CADREC
           IF ST-REC NOT = "00"
               CALL "LOGERRO" USING "LIBCOB  "
                    "LIB-PARCELAS        " ST-REC
               GO TO LIB-FIM.
           MOVE ZEROS TO W-MAIOR
           MOVE "N"   TO W-FIM
           PERFORM LE-PARCELA THRU LE-PARCELA-FIM
               UNTIL W-FIM = "S"
           CLOSE CADREC
           IF W-MAIOR NOT < COB-DIAS-BLOQ
               GO TO LIB-FIM.
       LIB-CLIENTE.
           OPEN I-O CADCLI
           IF ST-CLI NOT = "00"
               CALL "LOGERRO" USING "LIBCOB  "
                    "LIB-CLIENTE         " ST-CLI
               GO TO LIB-FIM.
           MOVE LK-CLIENTE TO CLI-CODIGO
           READ CADCLI
               INVALID KEY
                   CLOSE CADCLI
                   GO TO LIB-COBRANCA.
           IF CLI-SITUACAO NOT = "B"
               CLOSE CADCLI
               GO TO LIB-COBRANCA.
           MOVE SPACES TO W-JRN-ANTES
           MOVE REGCLI TO W-JRN-ANTES
           MOVE "A"     TO CLI-SITUACAO
           MOVE "ATIVO" TO CLI-DESCSITU
           REWRITE REGCLI
           IF ST-CLI NOT = "00" AND ST-CLI NOT = "02"
               CALL "LOGERRO" USING "LIBCOB  "
                    "LIB-CLIENTE         " ST-CLI
               CLOSE CADCLI
               GO TO LIB-FIM.
           MOVE SPACES     TO W-JRN-CHAVE W-JRN-NOVA
           MOVE CLI-CODIGO TO W-JRN-CHAVE
           MOVE REGCLI     TO W-JRN-NOVA
           CALL "GRAVAJRN" USING "CADCLI  " "A"
                W-JRN-CHAVE W-JRN-ANTES W-JRN-NOVA
           CLOSE CADCLI.
       LIB-COBRANCA.
           MOVE SPACES TO W-JRN-ANTES
           MOVE REGCOB TO W-JRN-ANTES
           MOVE "N"         TO COB-BLOQUEIO
           MOVE W-HOJE      TO COB-DATA-LIB
           MOVE OPER-CODIGO TO COB-OPER-LIB
           REWRITE REGCOB
           IF ST-COB NOT = "00" AND ST-COB NOT = "02"
               CALL "LOGERRO" USING "LIBCOB  "
                    "LIB-COBRANCA        " ST-COB
               GO TO LIB-FIM.
           MOVE SPACES      TO W-JRN-CHAVE W-JRN-NOVA
           MOVE COB-CLIENTE TO W-JRN-CHAVE
           MOVE REGCOB      TO W-JRN-NOVA
           CALL "GRAVAJRN" USING "CADCOB  " "A"
                W-JRN-CHAVE W-JRN-ANTES W-JRN-NOVA
           MOVE "S" TO LK-LIBERADO.
       LIB-FIM.
           CLOSE CADCOB
           GOBACK.
      *
       LE-PARCELA.
           READ CADREC NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO LE-PARCELA-FIM.
           IF REC-CLIENTE NOT = LK-CLIENTE OR REC-SITUACAO NOT = "A"
               GO TO LE-PARCELA-FIM.
           COMPUTE W-INT-VCT = FUNCTION INTEGER-OF-DATE(REC-VENCTO)
           COMPUTE W-ATRASO  = W-INT-HOJE - W-INT-VCT
           IF W-ATRASO > W-MAIOR
               MOVE W-ATRASO TO W-MAIOR.
       LE-PARCELA-FIM.
           EXIT.
