       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP022.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * TRANSFERENCIA DE ESTOQUE ENTRE     *
      * DEPOSITOS: O TOTAL DO PRODUTO NO   *
      * ESTPRO NAO MUDA; O SALDO SAI DO    *
      * DEPOSITO DE ORIGEM E ENTRA NO DE   *
      * DESTINO (ESTDEP VIA SALDODEP).     *
      * GRAVA O PAR DE MOVIMENTOS "T" NO   *
      * MOVESTQ: SAIDA (MOV-SENTIDO "S")   *
      * NA ORIGEM E ENTRADA ("E") NO       *
      * DESTINO, CADA UM COM O OUTRO       *
      * DEPOSITO EM MOV-DEP-PAR E SALDO    *
      * ANTERIOR = NOVO = TOTAL DO PRODUTO *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELPRO.COB.
           COPY SELEST.COB.
           COPY SELMOV.COB.
           COPY SELDEP.COB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDPRO.COB.
           COPY FDEST.COB.
           COPY FDMOV.COB.
           COPY FDDEP.COB.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-EST       PIC X(02) VALUE "00".
       77 ST-MOV       PIC X(02) VALUE "00".
       77 ST-DEP       PIC X(02) VALUE "00".
       77 ST-SLD       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-CODIGO     PIC 9(05) VALUE ZEROS.
       77 W-DENOM      PIC X(30) VALUE SPACES.
       77 W-QTDE-ATUAL PIC 9(07) VALUE ZEROS.
       77 W-DEP-ORIG   PIC 9(02) VALUE ZEROS.
       77 W-DEP-DEST   PIC 9(02) VALUE ZEROS.
       77 W-NOME-ORIG  PIC X(20) VALUE SPACES.
       77 W-NOME-DEST  PIC X(20) VALUE SPACES.
       77 W-SALDO-ORIG PIC 9(07) VALUE ZEROS.
       77 W-SALDO-DEP  PIC 9(07) VALUE ZEROS.
       77 W-QTDE-TRF   PIC 9(07) VALUE ZEROS.
       77 W-DEPOSITO   PIC 9(02) VALUE ZEROS.
       77 W-NOMEDEP    PIC X(20) VALUE SPACES.
       77 W-DEP-OK     PIC X(01) VALUE "N".
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-TRAVA      PIC 9(02) VALUE ZEROS.
       01 W-HORA-MOV.
           03 W-HM-HH         PIC 9(02).
           03 W-HM-MM         PIC 9(02).
           03 W-HM-SS         PIC 9(02).
           03 W-HM-CC         PIC 9(02).
           COPY WSUSU.COB.
      *
      *---------------------------------------------------------
       SCREEN SECTION.
       COPY TELATRF.COB.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
               CALL "LOGERRO" USING "SGP022  "
                    "INC-OP0             " ST-ERRO
               MOVE "*** CADASTRO DE PRODUTO INEXISTENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP1.
           OPEN I-O ESTPRO
           IF ST-EST NOT = "00"
               IF ST-EST = "30"
                      OPEN OUTPUT ESTPRO
                      CLOSE ESTPRO
                      GO TO INC-OP1
                   ELSE
                      CALL "LOGERRO" USING "SGP022  "
                           "INC-OP1             " ST-EST
                      MOVE "ERRO NA ABERTURA DO ARQUIVO ESTPRO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP2.
           OPEN I-O MOVESTQ
           IF ST-MOV NOT = "00"
               IF ST-MOV = "30"
                      OPEN OUTPUT MOVESTQ
                      CLOSE MOVESTQ
                      GO TO INC-OP2
                   ELSE
                      CALL "LOGERRO" USING "SGP022  "
                           "INC-OP2             " ST-MOV
                      MOVE "ERRO NA ABERTURA DO ARQUIVO MOVESTQ" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP3.
           OPEN I-O CADDEP
           IF ST-DEP NOT = "00"
               IF ST-DEP = "30"
                      OPEN OUTPUT CADDEP
                      CLOSE CADDEP
                      GO TO INC-OP3
                   ELSE
                      CALL "LOGERRO" USING "SGP022  "
                           "INC-OP3             " ST-DEP
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADDEP" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
      *
      **********************
      * PRODUTO            *
      **********************
      *
       INC-001.
                MOVE ZEROS  TO W-CODIGO W-QTDE-ATUAL W-DEP-ORIG
                               W-DEP-DEST W-SALDO-ORIG W-QTDE-TRF
                MOVE SPACES TO W-DENOM W-NOME-ORIG W-NOME-DEST
                DISPLAY TELATRF.
       INC-002.
                ACCEPT TTRFCOD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADPRO ESTPRO MOVESTQ CADDEP
                   GO TO ROT-FIM.
                IF W-CODIGO = 0
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO INC-002.
                MOVE W-CODIGO TO CODIGO
                READ CADPRO
                    INVALID KEY
                        MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS2
                        GO TO INC-002
                    NOT INVALID KEY
                        MOVE DENOM TO W-DENOM.
                MOVE W-CODIGO TO EST-CODIGO
                READ ESTPRO
                    INVALID KEY
                        MOVE ZEROS     TO W-QTDE-ATUAL
                    NOT INVALID KEY
                        MOVE EST-QTDE  TO W-QTDE-ATUAL.
                IF W-QTDE-ATUAL = ZEROS
                   MOVE "*** PRODUTO SEM ESTOQUE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO INC-002.
                DISPLAY TELATRF.
      *
      **********************
      * DEPOSITO DE ORIGEM *
      **********************
      *
       INC-003.
                ACCEPT TTRFORIG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE W-DEP-ORIG TO W-DEPOSITO
                PERFORM VALIDA-DEPOSITO THRU VALIDA-DEPOSITO-FIM
                IF W-DEP-OK = "N"
                   GO TO INC-003.
                MOVE W-NOMEDEP TO W-NOME-ORIG
                CALL "SALDODEP" USING "C" W-CODIGO W-DEP-ORIG
                     W-QTDE-ATUAL W-QTDE-TRF W-SALDO-ORIG ST-SLD
                DISPLAY TELATRF
                IF W-SALDO-ORIG = ZEROS
                   MOVE "*** DEPOSITO SEM SALDO DO PRODUTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO INC-003.
      *
      **********************
      * DEPOSITO DESTINO   *
      **********************
      *
       INC-004.
                ACCEPT TTRFDEST
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE W-DEP-DEST TO W-DEPOSITO
                PERFORM VALIDA-DEPOSITO THRU VALIDA-DEPOSITO-FIM
                IF W-DEP-OK = "N"
                   GO TO INC-004.
                IF W-DEP-DEST = W-DEP-ORIG
                   MOVE "** DESTINO IGUAL A ORIGEM **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO INC-004.
                MOVE W-NOMEDEP TO W-NOME-DEST
                DISPLAY TELATRF.
       INC-005.
                ACCEPT TTRFQTDE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-QTDE-TRF = 0
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO INC-005.
                IF W-QTDE-TRF > W-SALDO-ORIG
                   MOVE "*** SALDO INSUFICIENTE NA ORIGEM ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO INC-005.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (18, 02) "CONFIRMA TRANSFERENCIA (S/N) : ".
                ACCEPT (18, 33) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* TRANSFERENCIA CANCELADA PELO OPERADOR *"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE ZEROS TO W-TRAVA.
      *
      * RELE O TOTAL E O SALDO DA ORIGEM IMEDIATAMENTE ANTES DE
      * GRAVAR (OUTRA ESTACAO PODE TER VENDIDO DESDE A CONSULTA)
      *
       INC-WR1A.
                MOVE W-CODIGO TO EST-CODIGO
                READ ESTPRO
                    INVALID KEY
                        MOVE ZEROS     TO W-QTDE-ATUAL
                    NOT INVALID KEY
                        MOVE EST-QTDE  TO W-QTDE-ATUAL.
                IF ST-EST = "51" OR ST-EST = "99"
                   PERFORM ESPERA-REGISTRO THRU ESPERA-REGISTRO-FIM
                   IF W-TRAVA < 30
                      GO TO INC-WR1A
                   ELSE
                      MOVE "*** ESTOQUE EM USO - TENTE DE NOVO ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                CALL "SALDODEP" USING "C" W-CODIGO W-DEP-ORIG
                     W-QTDE-ATUAL W-QTDE-TRF W-SALDO-ORIG ST-SLD
                IF W-QTDE-TRF > W-SALDO-ORIG
                   MOVE "** SALDO MUDOU - SALDO INSUFICIENTE **"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                CALL "SALDODEP" USING "S" W-CODIGO W-DEP-ORIG
                     W-QTDE-ATUAL W-QTDE-TRF W-SALDO-DEP ST-SLD
                IF ST-SLD = "99"
                   CALL "LOGERRO" USING "SGP022  "
                        "INC-WR1             " ST-SLD
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ESTDEP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF ST-SLD = "10"
                   MOVE "** SALDO MUDOU - SALDO INSUFICIENTE **"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                CALL "SALDODEP" USING "E" W-CODIGO W-DEP-DEST
                     W-QTDE-ATUAL W-QTDE-TRF W-SALDO-DEP ST-SLD
                IF ST-SLD = "99"
                   CALL "LOGERRO" USING "SGP022  "
                        "INC-WR1             " ST-SLD
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ESTDEP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *
      * PERNA DE SAIDA NA ORIGEM
      *
                MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
                MOVE W-DATAHORA(9:8)   TO W-HORA-MOV
                MOVE W-CODIGO          TO MOV-CODIGO
                MOVE W-DATAHORA(1:8)   TO MOV-DATA
                MOVE W-HORA-MOV        TO MOV-HORA
                MOVE "T"               TO MOV-TIPO
                MOVE W-QTDE-TRF        TO MOV-QTDE
                MOVE W-QTDE-ATUAL      TO MOV-QTDE-ANT
                MOVE W-QTDE-ATUAL      TO MOV-QTDE-NOVA
                MOVE OPER-CODIGO       TO MOV-OPERADOR
                MOVE W-DEP-ORIG        TO MOV-DEPOSITO
                MOVE W-DEP-DEST        TO MOV-DEP-PAR
                MOVE "S"               TO MOV-SENTIDO
                PERFORM GRAVA-MOVTO THRU GRAVA-MOVTO-FIM
      *
      * PERNA DE ENTRADA NO DESTINO (A CHAVE E PRODUTO + DATA +
      * HORA, POR ISSO VAI NO CENTESIMO SEGUINTE)
      *
                PERFORM PROX-HORA THRU PROX-HORA-FIM
                MOVE W-DEP-DEST        TO MOV-DEPOSITO
                MOVE W-DEP-ORIG        TO MOV-DEP-PAR
                MOVE "E"               TO MOV-SENTIDO
                PERFORM GRAVA-MOVTO THRU GRAVA-MOVTO-FIM
                MOVE "*** TRANSFERENCIA REGISTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      ************************************
      * GRAVA UMA PERNA DA TRANSFERENCIA *
      * (CHAVE REPETIDA AVANCA A HORA)   *
      ************************************
      *
       GRAVA-MOVTO.
                WRITE REGMOV
                IF ST-MOV = "22"
                   PERFORM PROX-HORA THRU PROX-HORA-FIM
                   GO TO GRAVA-MOVTO.
                IF ST-MOV NOT = "00" AND ST-MOV NOT = "02"
                   CALL "LOGERRO" USING "SGP022  "
                        "GRAVA-MOVTO         " ST-MOV
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO MOVESTQ" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-MOVTO-FIM.
                EXIT.
      *
      ************************************
      * AVANCA MOV-HORA (HHMMSSCC) UM    *
      * CENTESIMO COM O VAI-UM NOS       *
      * SEGUNDOS, MINUTOS E HORAS, PARA  *
      * A CHAVE NAO RECEBER HORA         *
      * INVALIDA (SEGUNDO 60 ETC.)       *
      ************************************
      *
       PROX-HORA.
                MOVE MOV-HORA TO W-HORA-MOV
                IF W-HM-CC < 99
                   ADD 1 TO W-HM-CC
                   GO TO PROX-HORA-GRAVA.
                MOVE ZEROS TO W-HM-CC
                IF W-HM-SS < 59
                   ADD 1 TO W-HM-SS
                   GO TO PROX-HORA-GRAVA.
                MOVE ZEROS TO W-HM-SS
                IF W-HM-MM < 59
                   ADD 1 TO W-HM-MM
                   GO TO PROX-HORA-GRAVA.
                MOVE ZEROS TO W-HM-MM
                IF W-HM-HH < 23
                   ADD 1 TO W-HM-HH
                ELSE
                   MOVE ZEROS TO W-HM-HH.
       PROX-HORA-GRAVA.
                MOVE W-HORA-MOV TO MOV-HORA.
       PROX-HORA-FIM.
                EXIT.
      *
      ************************************
      * DEPOSITO 01 (PRINCIPAL) SEMPRE   *
      * VALE; OS DEMAIS VEM DO CADDEP    *
      ************************************
      *
       VALIDA-DEPOSITO.
                MOVE "S" TO W-DEP-OK
                IF W-DEPOSITO = ZEROS
                   MOVE "N" TO W-DEP-OK
                   MOVE "*** DEPOSITO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO VALIDA-DEPOSITO-FIM.
                MOVE W-DEPOSITO TO DEP-CODIGO
                READ CADDEP
                    INVALID KEY
                        IF W-DEPOSITO = 01
                           MOVE "PRINCIPAL" TO W-NOMEDEP
                        ELSE
                           MOVE "N" TO W-DEP-OK
                           MOVE "*** DEPOSITO NAO CADASTRADO ***"
                                                    TO MENS
                           PERFORM ROT-MENS THRU ROT-MENS2
                        END-IF
                    NOT INVALID KEY
                        MOVE DEP-NOME TO W-NOMEDEP.
       VALIDA-DEPOSITO-FIM.
                EXIT.
      *
      ************************************
      * ESPERA CURTA POR REGISTRO        *
      * TRAVADO POR OUTRA ESTACAO        *
      ************************************
      *
       ESPERA-REGISTRO.
                ADD 1 TO W-TRAVA
                MOVE "* REGISTRO EM USO - AGUARDANDO... *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ESPERA-REGISTRO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (16, 13) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 1000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (16, 13) MENS.
       ROT-MENS-FIM.
                EXIT.
