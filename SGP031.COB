       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP031.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * MANUTENCAO DO MAPA DE CONTAS DA    *
      * INTERFACE CONTABIL (CADCTA): CONTA *
      * DEBITO, CONTA CREDITO E HISTORICO  *
      * POR EVENTO (VEN, CMV, DEV, DCM,    *
      * REC, ENT) E, NO CUSTO (CMV/DCM),   *
      * POR TIPO DE PRODUTO. USADO PELO    *
      * SGB020. ALTERACAO E EXCLUSAO FICAM *
      * NO JORNAL (GRAVAJRN)               *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCTA.COB.
           COPY SELTIPO.COB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCTA.COB.
           COPY FDTIPO.COB.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-CTA       PIC X(02) VALUE "00".
       77 ST-TIPO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-DESC-EVT   PIC X(30) VALUE SPACES.
       77 W-DESC-TIPO  PIC X(15) VALUE SPACES.
       77 W-JRN-EVENTO PIC X(01) VALUE SPACES.
       77 W-JRN-CHAVE  PIC X(14) VALUE SPACES.
       01 W-JRN-ANTES  PIC X(200) VALUE SPACES.
       01 W-JRN-NOVA   PIC X(200) VALUE SPACES.
      *
      *---------------------------------------------------------
       SCREEN SECTION.
       COPY TELACTA.COB.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADCTA
           IF ST-CTA NOT = "00"
               IF ST-CTA = "30"
                      OPEN OUTPUT CADCTA
                      CLOSE CADCTA
                      MOVE "*** ARQUIVO CADCTA SENDO CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      CALL "LOGERRO" USING "SGP031  "
                           "INC-OP0             " ST-CTA
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCTA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADTIPO
           IF ST-TIPO NOT = "00"
               IF ST-TIPO = "35"
                      OPEN OUTPUT CADTIPO
                      CLOSE CADTIPO
                      GO TO INC-OP1
                   ELSE
                      CALL "LOGERRO" USING "SGP031  "
                           "INC-OP1             " ST-TIPO
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADTIPO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCTA
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO CTA-EVENTO CTA-DEBITO CTA-CREDITO
                               CTA-HISTORICO W-DESC-EVT W-DESC-TIPO
                MOVE ZEROS  TO CTA-TIPOPRD
                DISPLAY TELACTA.
       INC-002.
                ACCEPT TCTAEVT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADCTA CADTIPO
                   GO TO ROT-FIM.
                INSPECT CTA-EVENTO CONVERTING
                        "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                PERFORM DESC-EVENTO THRU DESC-EVENTO-FIM
                IF W-DESC-EVT = SPACES
                   MOVE "*** EVENTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY TELACTA.
      *
      * SO O CUSTO (CMV E DCM) SE ABRE POR TIPO DE PRODUTO; OS
      * DEMAIS EVENTOS TEM UM UNICO MAPA, COM TIPO ZERO
      *
       INC-003.
                IF CTA-EVENTO NOT = "CMV" AND CTA-EVENTO NOT = "DCM"
                   MOVE ZEROS   TO CTA-TIPOPRD
                   MOVE "TODOS" TO W-DESC-TIPO
                   DISPLAY TELACTA
                   GO TO LER-CONTA.
                ACCEPT TCTATIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF CTA-TIPOPRD = ZEROS
                   MOVE "QUALQUER TIPO" TO W-DESC-TIPO
                   DISPLAY TELACTA
                   GO TO LER-CONTA.
                MOVE CTA-TIPOPRD TO CT-TIPOPRD
                READ CADTIPO
                    INVALID KEY
                        MOVE "*** TIPO NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-003.
                MOVE CT-DESCPRD TO W-DESC-TIPO
                DISPLAY TELACTA.
       LER-CONTA.
                MOVE 0 TO W-SEL
                READ CADCTA
                IF ST-CTA NOT = "23"
                   IF ST-CTA = "00"
                      DISPLAY TELACTA
                      MOVE "*** MAPA JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      MOVE SPACES TO W-JRN-ANTES
                      MOVE REGCTA TO W-JRN-ANTES
                      GO TO ACE-001
                   ELSE
                      CALL "LOGERRO" USING "SGP031  "
                           "LER-CONTA           " ST-CTA
                      MOVE "ERRO NA LEITURA DO ARQUIVO CADCTA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-004.
                ACCEPT TCTADEB
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF CTA-EVENTO = "CMV" OR CTA-EVENTO = "DCM"
                      GO TO INC-003
                   ELSE
                      GO TO INC-002.
                IF CTA-DEBITO = SPACES
                   MOVE "*** INFORME A CONTA DEBITO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TCTACRE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF CTA-CREDITO = SPACES
                   MOVE "*** INFORME A CONTA CREDITO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF CTA-CREDITO = CTA-DEBITO
                   MOVE "** CONTA CREDITO IGUAL A CONTA DEBITO **"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TCTAHIS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF CTA-HISTORICO = SPACES
                   MOVE W-DESC-EVT TO CTA-HISTORICO.
                DISPLAY TELACTA.
                IF W-SEL = 1
                    GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (20, 02) "DADOS OK (S/N) : ".
                ACCEPT (20, 19) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCTA
                IF ST-CTA = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-CTA = "22"
                      MOVE "*** MAPA JA EXISTE ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      CALL "LOGERRO" USING "SGP031  "
                           "INC-WR1             " ST-CTA
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCTA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (20, 02)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (20, 45) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (20, 02) MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-004.
      *
       EXC-OPC.
                DISPLAY (20, 02) "EXCLUIR   (S/N) : ".
                ACCEPT (20, 19) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADCTA RECORD
                IF ST-CTA = "00"
                   MOVE "E" TO W-JRN-EVENTO
                   PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                CALL "LOGERRO" USING "SGP031  "
                     "EXC-DL1             " ST-CTA
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (20, 02) "ALTERAR  (S/N) : ".
                ACCEPT (20, 19) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCTA
                IF ST-CTA = "00" OR "02"
                   MOVE "A" TO W-JRN-EVENTO
                   PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                CALL "LOGERRO" USING "SGP031  "
                     "ALT-RW1             " ST-CTA
                MOVE "ERRO NA ALTERACAO DO ARQUIVO CADCTA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ************************************
      * JORNAL DE ALTERACAO/EXCLUSAO COM *
      * IMAGEM ANTES/DEPOIS (GRAVAJRN)   *
      ************************************
      *
       GRAVA-JORNAL.
                MOVE SPACES     TO W-JRN-CHAVE W-JRN-NOVA
                MOVE CTA-CHAVE  TO W-JRN-CHAVE
                MOVE REGCTA     TO W-JRN-NOVA
                CALL "GRAVAJRN" USING "CADCTA  " W-JRN-EVENTO
                     W-JRN-CHAVE W-JRN-ANTES W-JRN-NOVA.
       GRAVA-JORNAL-FIM.
                EXIT.
      *
      ************************************
      * DESCRICAO DO EVENTO CONTABIL     *
      * (ESPACOS = EVENTO INVALIDO)      *
      ************************************
      *
       DESC-EVENTO.
                MOVE SPACES TO W-DESC-EVT
                IF CTA-EVENTO = "VEN"
                   MOVE "VENDA DE MERCADORIA" TO W-DESC-EVT.
                IF CTA-EVENTO = "CMV"
                   MOVE "CUSTO DA MERCADORIA VENDIDA" TO W-DESC-EVT.
                IF CTA-EVENTO = "DEV"
                   MOVE "DEVOLUCAO DE VENDA" TO W-DESC-EVT.
                IF CTA-EVENTO = "DCM"
                   MOVE "ESTORNO CUSTO DA DEVOLUCAO" TO W-DESC-EVT.
                IF CTA-EVENTO = "REC"
                   MOVE "RECEBIMENTO DE CLIENTE" TO W-DESC-EVT.
                IF CTA-EVENTO = "ENT"
                   MOVE "ENTRADA DE MERCADORIA" TO W-DESC-EVT.
       DESC-EVENTO-FIM.
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
