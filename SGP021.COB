       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP021.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * MANUTENCAO DO CADASTRO DE          *
      * DEPOSITOS. O DEPOSITO 01 E O       *
      * PRINCIPAL (SALDO = EST-QTDE MENOS  *
      * OS DEMAIS DEPOSITOS DO ESTDEP) E   *
      * NAO PODE SER EXCLUIDO. DEPOSITO    *
      * COM SALDO NO ESTDEP TAMBEM NAO     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELDEP.COB.
           COPY SELESD.COB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDDEP.COB.
           COPY FDESD.COB.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-DEP       PIC X(02) VALUE "00".
       77 ST-ESD       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-TEM-SALDO  PIC X(01) VALUE "N".
      *
      *---------------------------------------------------------
       SCREEN SECTION.
       COPY TELADEP.COB.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADDEP
           IF ST-DEP NOT = "00"
               IF ST-DEP = "30"
                      OPEN OUTPUT CADDEP
                      MOVE "*** ARQUIVO CADDEP CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADDEP
                      GO TO INC-OP0
                   ELSE
                      CALL "LOGERRO" USING "SGP021  "
                           "INC-OP0             " ST-DEP
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADDEP" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT ESTDEP
           IF ST-ESD NOT = "00"
               IF ST-ESD = "35"
                      OPEN OUTPUT ESTDEP
                      CLOSE ESTDEP
                      GO TO INC-OP1
                   ELSE
                      CALL "LOGERRO" USING "SGP021  "
                           "INC-OP1             " ST-ESD
                      MOVE "ERRO NA ABERTURA DO ARQUIVO ESTDEP" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADDEP
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS  TO DEP-CODIGO
                MOVE SPACES TO DEP-NOME
                DISPLAY TELADEP.
       INC-002.
                ACCEPT TDEPCOD
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADDEP ESTDEP
                   GO TO ROT-FIM.
                IF DEP-CODIGO = ZEROS
                   MOVE "*** DEPOSITO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-DEPOSITO.
                MOVE 0 TO W-SEL
                READ CADDEP
                IF ST-DEP NOT = "23"
                   IF ST-DEP = "00"
                      MOVE 1 TO W-SEL
                      DISPLAY TELADEP
                      MOVE "***DEPOSITO JA CADASTRADO***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADDEP" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TDEPNOME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-002.
                IF DEP-NOME = SPACES
                     MOVE "** PREENCHA O NOME DO DEPOSITO **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO INC-003.
                DISPLAY TELADEP.
                IF W-SEL = 1
                    GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (24, 40) "DADOS OK (S/N) : ".
                ACCEPT (24, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO USUARIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGDEP
                IF ST-DEP = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-DEP = "22"
                      MOVE "*** DEPOSITO JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      CALL "LOGERRO" USING "SGP021  "
                           "INC-WR1             " ST-DEP
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADDEP"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (24, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (24, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (24, 12) MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-003.
      *
       EXC-OPC.
                IF DEP-CODIGO = 01
                   MOVE "** DEPOSITO PRINCIPAL NAO PODE SER EXCLUIDO **"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                PERFORM VERIFICA-SALDO THRU VERIFICA-SALDO-FIM
                IF W-TEM-SALDO = "S"
                   MOVE "** DEPOSITO COM SALDO - NAO PODE EXCLUIR **"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY (24, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (24, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADDEP RECORD
                IF ST-DEP = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (24, 40) "ALTERAR  (S/N) : ".
                ACCEPT (24, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGDEP
                IF ST-DEP = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADDEP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ************************************
      * PROCURA SALDO DO DEPOSITO NO     *
      * ESTDEP (CHAVE PRODUTO+DEPOSITO,  *
      * POR ISSO A LEITURA E SEQUENCIAL) *
      ************************************
      *
       VERIFICA-SALDO.
                MOVE "N"   TO W-TEM-SALDO
                MOVE ZEROS TO ESD-CODIGO ESD-DEPOSITO
                START ESTDEP KEY IS NOT LESS THAN ESD-CHAVE
                    INVALID KEY GO TO VERIFICA-SALDO-FIM.
       VERIFICA-SALDO1.
                READ ESTDEP NEXT RECORD
                    AT END GO TO VERIFICA-SALDO-FIM.
                IF ESD-DEPOSITO = DEP-CODIGO AND ESD-QTDE > ZEROS
                   MOVE "S" TO W-TEM-SALDO
                   GO TO VERIFICA-SALDO-FIM.
                GO TO VERIFICA-SALDO1.
       VERIFICA-SALDO-FIM.
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
               DISPLAY (12, 13) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 1000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (12, 13) LIMPA.
       ROT-MENS-FIM.
                EXIT.
