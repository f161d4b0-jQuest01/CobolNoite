       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP019.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * BAIXA DE PARCELAS DO CONTAS A      *
      * PAGAR (CADPAG): LOCALIZA A PARCELA *
      * PELO FORNECEDOR/NOTA/PARCELA,      *
      * REGISTRA O PAGAMENTO COM DATA,     *
      * VALOR PAGO E OPERADOR. PARCELAS    *
      * SAO GERADAS NA ENTRADA DE COMPRA   *
      * DO SGP009 A PARTIR DA NOTA FISCAL  *
      * E DA CONDICAO DE PAGAMENTO         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELFOR.COB.
           COPY SELPAG.COB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDFOR.COB.
           COPY FDPAG.COB.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-FOR       PIC X(02) VALUE "00".
       77 ST-PAG       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-FORNEC     PIC 9(05) VALUE ZEROS.
       77 W-NOMEFOR    PIC X(30) VALUE SPACES.
       77 W-NOTA       PIC 9(09) VALUE ZEROS.
       77 W-PARCELA    PIC 9(02) VALUE ZEROS.
       77 W-VENCTO     PIC 9(08) VALUE ZEROS.
       77 W-SITU       PIC X(10) VALUE SPACES.
       77 W-VALOR      PIC 9(08)V99 VALUE ZEROS.
       77 W-VLR-PAGO   PIC 9(08)V99 VALUE ZEROS.
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
           COPY WSUSU.COB.
      *
      *---------------------------------------------------------
       SCREEN SECTION.
       COPY TELAPAG.COB.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN INPUT CADFOR
           IF ST-FOR NOT = "00"
               CALL "LOGERRO" USING "SGP019  "
                    "INC-OP0             " ST-FOR
               MOVE "** CADASTRO DE FORNECEDOR INEXISTENTE **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP1.
           OPEN I-O CADPAG
           IF ST-PAG NOT = "00"
               CALL "LOGERRO" USING "SGP019  "
                    "INC-OP1             " ST-PAG
               MOVE "*** CONTAS A PAGAR INEXISTENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *
      **********************
      * PARCELA            *
      **********************
      *
       BXA-001.
                MOVE ZEROS  TO W-FORNEC W-NOTA W-PARCELA W-VENCTO
                               W-VALOR W-VLR-PAGO
                MOVE SPACES TO W-NOMEFOR W-SITU
                DISPLAY TELAPAG.
       BXA-002.
                ACCEPT TPAGFOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADFOR CADPAG
                   GO TO ROT-FIM.
                IF W-FORNEC = 0
                   MOVE "*** FORNECEDOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO BXA-002.
                MOVE W-FORNEC TO FOR-CODIGO
                READ CADFOR
                    INVALID KEY
                        MOVE SPACES   TO W-NOMEFOR
                    NOT INVALID KEY
                        MOVE FOR-NOME TO W-NOMEFOR.
                DISPLAY TELAPAG.
       BXA-003.
                MOVE ZEROS TO W-NOTA
                ACCEPT TPAGNF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO BXA-002.
                IF W-NOTA = 0
                   MOVE "*** NOTA FISCAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO BXA-003.
       BXA-004.
                MOVE ZEROS TO W-PARCELA
                ACCEPT TPAGPAR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO BXA-003.
                IF W-PARCELA = 0
                   MOVE "*** PARCELA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO BXA-004.
                MOVE W-FORNEC  TO PAG-FORNEC
                MOVE W-NOTA    TO PAG-NOTA
                MOVE W-PARCELA TO PAG-PARCELA
                READ CADPAG
                    INVALID KEY
                        MOVE "*** PARCELA NAO ENCONTRADA ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS2
                        GO TO BXA-003.
                MOVE PAG-VENCTO   TO W-VENCTO
                MOVE PAG-DESCSITU TO W-SITU
                MOVE PAG-VALOR    TO W-VALOR
                DISPLAY TELAPAG
                IF PAG-SITUACAO NOT = "A"
                   MOVE "*** PARCELA NAO ESTA EM ABERTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BXA-001.
       BXA-005.
                MOVE PAG-VALOR TO W-VLR-PAGO
                DISPLAY TELAPAG
                ACCEPT TPAGPAGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO BXA-004.
                IF W-VLR-PAGO = 0
                   MOVE "*** VALOR PAGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO BXA-005.
       BXA-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (15, 02) "CONFIRMA O PAGAMENTO (S/N) : ".
                ACCEPT (15, 31) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (15, 02) LIMPA
                IF W-ACT = 02 GO TO BXA-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* BAIXA DESISTIDA PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BXA-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BXA-OPC.
       BXA-WR1.
                MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
                MOVE "P"             TO PAG-SITUACAO
                MOVE "PAGO"          TO PAG-DESCSITU
                MOVE W-DATAHORA(1:8) TO PAG-DT-PAGTO
                MOVE W-VLR-PAGO      TO PAG-VLR-PAGO
                MOVE OPER-CODIGO     TO PAG-OPERADOR
                REWRITE REGPAG
                IF ST-PAG NOT = "00" AND ST-PAG NOT = "02"
                   CALL "LOGERRO" USING "SGP019  "
                        "BXA-WR1             " ST-PAG
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPAG" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** PARCELA PAGA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO BXA-001.
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
               DISPLAY (13, 13) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 1000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (13, 13) MENS.
       ROT-MENS-FIM.
                EXIT.
