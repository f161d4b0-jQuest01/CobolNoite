       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP023.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * MANUTENCAO DA ESTRUTURA DE KIT     *
      * (CESTAS E CONJUNTOS): PRODUTO PAI  *
      * DO CADPRO + COMPONENTES E QTDE POR *
      * UNIDADE DO KIT. O SGP007 BAIXA O   *
      * ESTOQUE DOS COMPONENTES E O CUSTO  *
      * DO KIT E A SOMA DOS COMPONENTES.   *
      * KIT NAO PODE SER COMPONENTE DE     *
      * OUTRO KIT                          *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELKIT.COB.
           COPY SELPRO.COB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDKIT.COB.
           COPY FDPRO.COB.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-KIT       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-KIT-PAI    PIC 9(05) VALUE ZEROS.
       77 W-KIT-COMP   PIC 9(05) VALUE ZEROS.
       77 W-KIT-QTDE   PIC 9(05) VALUE ZEROS.
       77 W-DENOM-PAI  PIC X(30) VALUE SPACES.
       77 W-DENOM-COMP PIC X(30) VALUE SPACES.
       77 W-CUSTO-COMP PIC 9(06)V99 VALUE ZEROS.
       77 W-CUSTO-KIT  PIC 9(08)V99 VALUE ZEROS.
       77 W-QTDE-COMP  PIC 9(03) VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
      *
      *---------------------------------------------------------
       SCREEN SECTION.
       COPY TELAKIT.COB.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADKIT
           IF ST-KIT NOT = "00"
               IF ST-KIT = "30"
                      OPEN OUTPUT CADKIT
                      MOVE "*** ARQUIVO CADKIT CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADKIT
                      GO TO INC-OP0
                   ELSE
                      CALL "LOGERRO" USING "SGP023  "
                           "INC-OP0             " ST-KIT
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADKIT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
               CALL "LOGERRO" USING "SGP023  "
                    "INC-OP1             " ST-ERRO
               MOVE "*** CADASTRO DE PRODUTO INEXISTENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADKIT
               GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO W-KIT-PAI W-KIT-COMP W-KIT-QTDE
                               W-CUSTO-COMP W-CUSTO-KIT W-QTDE-COMP
                MOVE SPACES TO W-DENOM-PAI W-DENOM-COMP
                DISPLAY TELAKIT.
       INC-002.
                ACCEPT TKITPAI
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADKIT CADPRO
                   GO TO ROT-FIM.
                IF W-KIT-PAI = ZEROS
                   MOVE "*** PRODUTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE W-KIT-PAI TO CODIGO
                READ CADPRO
                    INVALID KEY
                        MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-002.
                MOVE DENOM TO W-DENOM-PAI
                MOVE W-KIT-PAI TO W-KIT-COMP
                PERFORM VERIFICA-COMP THRU VERIFICA-COMP-FIM
                IF W-ACHOU = "S"
                   MOVE ZEROS TO W-KIT-COMP
                   MOVE "** PRODUTO E COMPONENTE DE OUTRO KIT **"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       INC-002A.
                MOVE ZEROS  TO W-KIT-COMP W-KIT-QTDE W-CUSTO-COMP
                MOVE SPACES TO W-DENOM-COMP
                PERFORM CALC-CUSTO THRU CALC-CUSTO-FIM
                DISPLAY TELAKIT.
       INC-003.
                ACCEPT TKITCOMP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-001.
                IF W-KIT-COMP = ZEROS
                   MOVE "*** COMPONENTE INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-KIT-COMP = W-KIT-PAI
                   MOVE "** KIT NAO PODE SER COMPONENTE DELE MESMO **"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE W-KIT-COMP TO CODIGO
                READ CADPRO
                    INVALID KEY
                        MOVE "*** COMPONENTE NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-003.
                MOVE DENOM  TO W-DENOM-COMP
                MOVE PRECOC TO W-CUSTO-COMP
                PERFORM VERIFICA-KIT THRU VERIFICA-KIT-FIM
                IF W-ACHOU = "S"
                   MOVE "** COMPONENTE E KIT - NAO PERMITIDO **"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-KIT.
                MOVE 0 TO W-SEL
                MOVE W-KIT-PAI  TO KIT-PAI
                MOVE W-KIT-COMP TO KIT-COMP
                READ CADKIT
                IF ST-KIT NOT = "23"
                   IF ST-KIT = "00"
                      MOVE 1 TO W-SEL
                      MOVE KIT-QTDE TO W-KIT-QTDE
                      DISPLAY TELAKIT
                      MOVE "***COMPONENTE JA CADASTRADO NO KIT***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADKIT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                DISPLAY TELAKIT.
       INC-004.
                ACCEPT TKITQTDE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-003.
                IF W-KIT-QTDE = ZEROS
                     MOVE "** QUANTIDADE POR KIT INVALIDA **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO INC-004.
                DISPLAY TELAKIT.
                IF W-SEL = 1
                    GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (24, 40) "DADOS OK (S/N) : ".
                ACCEPT (24, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO USUARIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-KIT-PAI  TO KIT-PAI
                MOVE W-KIT-COMP TO KIT-COMP
                MOVE W-KIT-QTDE TO KIT-QTDE
                WRITE REGKIT
                IF ST-KIT = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-002A.
                IF ST-KIT = "22"
                      MOVE "*** COMPONENTE JA EXISTE NO KIT ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-002A
                ELSE
                      CALL "LOGERRO" USING "SGP023  "
                           "INC-WR1             " ST-KIT
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADKIT"
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
                   GO TO INC-002A.
                IF W-ACT = 03
                   GO TO INC-004.
      *
       EXC-OPC.
                DISPLAY (24, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (24, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                MOVE W-KIT-PAI  TO KIT-PAI
                MOVE W-KIT-COMP TO KIT-COMP
                DELETE CADKIT RECORD
                IF ST-KIT = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (24, 40) "ALTERAR  (S/N) : ".
                ACCEPT (24, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE W-KIT-PAI  TO KIT-PAI
                MOVE W-KIT-COMP TO KIT-COMP
                MOVE W-KIT-QTDE TO KIT-QTDE
                REWRITE REGKIT
                IF ST-KIT = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADKIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ************************************
      * CUSTO DO KIT = SOMA DO PRECOC    *
      * DE CADA COMPONENTE VEZES A QTDE  *
      * POR KIT (MESMA CONTA DO SGP007)  *
      ************************************
      *
       CALC-CUSTO.
                MOVE ZEROS TO W-CUSTO-KIT W-QTDE-COMP
                MOVE W-KIT-PAI TO KIT-PAI
                MOVE ZEROS     TO KIT-COMP
                START CADKIT KEY IS NOT LESS THAN KIT-CHAVE
                    INVALID KEY GO TO CALC-CUSTO-FIM.
       CALC-CUSTO1.
                READ CADKIT NEXT RECORD
                    AT END GO TO CALC-CUSTO-FIM.
                IF KIT-PAI NOT = W-KIT-PAI
                   GO TO CALC-CUSTO-FIM.
                ADD 1 TO W-QTDE-COMP
                MOVE KIT-COMP TO CODIGO
                READ CADPRO
                    INVALID KEY GO TO CALC-CUSTO1.
                COMPUTE W-CUSTO-KIT = W-CUSTO-KIT + (PRECOC * KIT-QTDE)
                GO TO CALC-CUSTO1.
       CALC-CUSTO-FIM.
                EXIT.
      *
      ************************************
      * O PRODUTO W-KIT-COMP JA E KIT?   *
      * (TEM COMPONENTES PROPRIOS)       *
      ************************************
      *
       VERIFICA-KIT.
                MOVE "N"        TO W-ACHOU
                MOVE W-KIT-COMP TO KIT-PAI
                MOVE ZEROS      TO KIT-COMP
                START CADKIT KEY IS NOT LESS THAN KIT-CHAVE
                    INVALID KEY GO TO VERIFICA-KIT-FIM.
                READ CADKIT NEXT RECORD
                    AT END GO TO VERIFICA-KIT-FIM.
                IF KIT-PAI = W-KIT-COMP
                   MOVE "S" TO W-ACHOU.
       VERIFICA-KIT-FIM.
                EXIT.
      *
      ************************************
      * O PRODUTO W-KIT-COMP E COMPONENTE*
      * DE ALGUM KIT? (CHAVE PAI+COMP,   *
      * POR ISSO A LEITURA E SEQUENCIAL) *
      ************************************
      *
       VERIFICA-COMP.
                MOVE "N"   TO W-ACHOU
                MOVE ZEROS TO KIT-PAI KIT-COMP
                START CADKIT KEY IS NOT LESS THAN KIT-CHAVE
                    INVALID KEY GO TO VERIFICA-COMP-FIM.
       VERIFICA-COMP1.
                READ CADKIT NEXT RECORD
                    AT END GO TO VERIFICA-COMP-FIM.
                IF KIT-COMP = W-KIT-COMP
                   MOVE "S" TO W-ACHOU
                   GO TO VERIFICA-COMP-FIM.
                GO TO VERIFICA-COMP1.
       VERIFICA-COMP-FIM.
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
