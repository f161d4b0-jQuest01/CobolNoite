       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP024.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * MANUTENCAO DA TABELA DE PRECO      *
      * NEGOCIADO POR CLIENTE OU GRUPO DE  *
      * CLIENTES (CLI-GRUPO), COM FAIXAS   *
      * DE QUANTIDADE E VIGENCIA. O SGP007 *
      * E O SGP017 USAM O MENOR PRECO      *
      * VIGENTE NO LUGAR DO PRECOV         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELTPR.COB.
           COPY SELCLI.COB.
           COPY SELPRO.COB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDTPR.COB.
           COPY FDCLI.COB.
           COPY FDPRO.COB.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-TPR       PIC X(02) VALUE "00".
       77 ST-CLI       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-TIPO       PIC X(01) VALUE SPACES.
       77 W-REFER      PIC 9(05) VALUE ZEROS.
       77 W-NOME-REF   PIC X(30) VALUE SPACES.
       77 W-CODIGO     PIC 9(05) VALUE ZEROS.
       77 W-DENOM      PIC X(30) VALUE SPACES.
       77 W-PRECO-LISTA PIC 9(06)V99 VALUE ZEROS.
       77 W-CUSTO      PIC 9(06)V99 VALUE ZEROS.
       77 W-QTDE-MIN   PIC 9(07) VALUE ZEROS.
       77 W-PRECO      PIC 9(06)V99 VALUE ZEROS.
       77 W-DT-INI     PIC 9(08) VALUE ZEROS.
       77 W-DT-FIM     PIC 9(08) VALUE ZEROS.
           COPY WSUSU.COB.
      *
      *---------------------------------------------------------
       SCREEN SECTION.
       COPY TELATPR.COB.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADTPR
           IF ST-TPR NOT = "00"
               IF ST-TPR = "30"
                      OPEN OUTPUT CADTPR
                      MOVE "*** ARQUIVO CADTPR CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADTPR
                      GO TO INC-OP0
                   ELSE
                      CALL "LOGERRO" USING "SGP024  "
                           "INC-OP0             " ST-TPR
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADTPR" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               CALL "LOGERRO" USING "SGP024  "
                    "INC-OP1             " ST-CLI
               MOVE "*** CADASTRO DE CLIENTE INEXISTENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADTPR
               GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
               CALL "LOGERRO" USING "SGP024  "
                    "INC-OP2             " ST-ERRO
               MOVE "*** CADASTRO DE PRODUTO INEXISTENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADTPR CADCLI
               GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO W-REFER
                MOVE SPACES TO W-TIPO W-NOME-REF
                DISPLAY TELATPR.
       INC-002.
                ACCEPT TTPRTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADTPR CADCLI CADPRO
                   GO TO ROT-FIM.
                IF W-TIPO = "c"
                   MOVE "C" TO W-TIPO.
                IF W-TIPO = "g"
                   MOVE "G" TO W-TIPO.
                IF W-TIPO NOT = "C" AND "G"
                   MOVE "*** DIGITE C=CLIENTE OU G=GRUPO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY TELATPR.
       INC-003.
                ACCEPT TTPRREF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-001.
                IF W-REFER = ZEROS
                   MOVE "*** CLIENTE/GRUPO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-TIPO = "G"
                   MOVE "GRUPO DE PRECO" TO W-NOME-REF
                   GO TO INC-003A.
                MOVE W-REFER TO CLI-CODIGO
                READ CADCLI
                    INVALID KEY
                        MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-003.
                MOVE CLI-NOME TO W-NOME-REF.
       INC-003A.
                MOVE ZEROS  TO W-CODIGO W-PRECO-LISTA W-CUSTO
                               W-QTDE-MIN W-PRECO W-DT-INI W-DT-FIM
                MOVE SPACES TO W-DENOM
                DISPLAY TELATPR.
       INC-004.
                ACCEPT TTPRCOD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-001.
                IF W-CODIGO = ZEROS
                   MOVE "*** PRODUTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE W-CODIGO TO CODIGO
                READ CADPRO
                    INVALID KEY
                        MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-004.
                MOVE DENOM  TO W-DENOM
                MOVE PRECOV TO W-PRECO-LISTA
                MOVE PRECOC TO W-CUSTO
                DISPLAY TELATPR.
       INC-005.
                ACCEPT TTPRQMIN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-003A.
                IF W-QTDE-MIN = ZEROS
                   MOVE 1 TO W-QTDE-MIN.
       LER-TPR.
                MOVE 0 TO W-SEL
                MOVE W-TIPO     TO TPR-TIPO
                MOVE W-REFER    TO TPR-REFER
                MOVE W-CODIGO   TO TPR-CODIGO
                MOVE W-QTDE-MIN TO TPR-QTDE-MIN
                READ CADTPR
                IF ST-TPR NOT = "23"
                   IF ST-TPR = "00"
                      MOVE 1 TO W-SEL
                      MOVE TPR-PRECO  TO W-PRECO
                      MOVE TPR-DT-INI TO W-DT-INI
                      MOVE TPR-DT-FIM TO W-DT-FIM
                      DISPLAY TELATPR
                      MOVE "*** FAIXA DE PRECO JA CADASTRADA ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADTPR" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                DISPLAY TELATPR.
       INC-006.
                ACCEPT TTPRPRECO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-005.
                IF W-PRECO = ZEROS
                     MOVE "*** PRECO NEGOCIADO INVALIDO ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO INC-006.
                IF W-PRECO < W-CUSTO
                     MOVE "** PRECO NEGOCIADO ABAIXO DO CUSTO **"
                                                       TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO INC-006.
       INC-007.
                IF W-DT-INI = ZEROS
                   MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
                   MOVE W-DATAHORA(1:8) TO W-DT-INI.
                DISPLAY TELATPR
                ACCEPT TTPRINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-006.
                IF W-DT-INI = ZEROS
                   GO TO INC-007.
       INC-008.
                ACCEPT TTPRFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-007.
                IF W-DT-FIM NOT = ZEROS AND W-DT-FIM < W-DT-INI
                     MOVE "** FIM DA VIGENCIA ANTES DO INICIO **"
                                                       TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO INC-008.
                DISPLAY TELATPR.
                IF W-SEL = 1
                    GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (24, 40) "DADOS OK (S/N) : ".
                ACCEPT (24, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO USUARIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                PERFORM MONTA-TPR THRU MONTA-TPR-FIM
                WRITE REGTPR
                IF ST-TPR = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003A.
                IF ST-TPR = "22"
                      MOVE "*** FAIXA DE PRECO JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003A
                ELSE
                      CALL "LOGERRO" USING "SGP024  "
                           "INC-WR1             " ST-TPR
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTPR"
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
                   GO TO INC-003A.
                IF W-ACT = 03
                   GO TO INC-006.
      *
       EXC-OPC.
                DISPLAY (24, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (24, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                MOVE W-TIPO     TO TPR-TIPO
                MOVE W-REFER    TO TPR-REFER
                MOVE W-CODIGO   TO TPR-CODIGO
                MOVE W-QTDE-MIN TO TPR-QTDE-MIN
                DELETE CADTPR RECORD
                IF ST-TPR = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003A.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (24, 40) "ALTERAR  (S/N) : ".
                ACCEPT (24, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                PERFORM MONTA-TPR THRU MONTA-TPR-FIM
                REWRITE REGTPR
                IF ST-TPR = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003A.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADTPR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ************************************
      * MONTA O REGISTRO DA FAIXA, COM O *
      * OPERADOR QUE NEGOCIOU O PRECO    *
      ************************************
      *
       MONTA-TPR.
                MOVE W-TIPO      TO TPR-TIPO
                MOVE W-REFER     TO TPR-REFER
                MOVE W-CODIGO    TO TPR-CODIGO
                MOVE W-QTDE-MIN  TO TPR-QTDE-MIN
                MOVE W-PRECO     TO TPR-PRECO
                MOVE W-DT-INI    TO TPR-DT-INI
                MOVE W-DT-FIM    TO TPR-DT-FIM
                MOVE OPER-CODIGO TO TPR-OPERADOR.
       MONTA-TPR-FIM.
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
               DISPLAY (15, 13) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 1000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (15, 13) LIMPA.
       ROT-MENS-FIM.
                EXIT.
