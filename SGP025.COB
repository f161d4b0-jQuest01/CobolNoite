       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP025.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * PROGRAMACAO DE ALTERACAO DE PRECO  *
      * (CADAGP): NOVO CUSTO/VENDA DE UM   *
      * PRODUTO A PARTIR DE UMA DATA, COM  *
      * DATA OPCIONAL PARA VOLTAR AO PRECO *
      * ANTERIOR (PROMOCAO). QUEM APLICA E *
      * O PASSO SGB017 DA CADEIA NOTURNA;  *
      * SO A PROGRAMACAO PENDENTE PODE SER *
      * ALTERADA OU EXCLUIDA               *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELAGP.COB.
           COPY SELPRO.COB.
           COPY SELPARM.COB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDAGP.COB.
           COPY FDPRO.COB.
           COPY FDPARM.COB.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-AGP       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-PARM      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-CODIGO     PIC 9(05) VALUE ZEROS.
       77 W-DENOM      PIC X(30) VALUE SPACES.
       77 W-CUSTO-ATU  PIC 9(06)V99 VALUE ZEROS.
       77 W-VENDA-ATU  PIC 9(06)V99 VALUE ZEROS.
       77 W-DT-INI     PIC 9(08) VALUE ZEROS.
       77 W-CUSTO-NOVO PIC 9(06)V99 VALUE ZEROS.
       77 W-VENDA-NOVA PIC 9(06)V99 VALUE ZEROS.
       77 W-DT-FIM     PIC 9(08) VALUE ZEROS.
       77 W-SITUACAO   PIC X(01) VALUE SPACES.
       77 W-DESCSIT    PIC X(30) VALUE SPACES.
       77 W-CUSTO-RES  PIC 9(06)V99 VALUE ZEROS.
       77 W-VENDA-RES  PIC 9(06)V99 VALUE ZEROS.
       77 W-MARGEM     PIC S9(05)V99 VALUE ZEROS.
       77 W-MARGEM-MIN PIC 9(03)V99 VALUE ZEROS.
           COPY WSUSU.COB.
      *
      *---------------------------------------------------------
       SCREEN SECTION.
       COPY TELAAGP.COB.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADAGP
           IF ST-AGP NOT = "00"
               IF ST-AGP = "30"
                      OPEN OUTPUT CADAGP
                      MOVE "*** ARQUIVO CADAGP CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADAGP
                      GO TO INC-OP0
                   ELSE
                      CALL "LOGERRO" USING "SGP025  "
                           "INC-OP0             " ST-AGP
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADAGP" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
               CALL "LOGERRO" USING "SGP025  "
                    "INC-OP1             " ST-ERRO
               MOVE "*** CADASTRO DE PRODUTO INEXISTENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADAGP
               GO TO ROT-FIM.
      *
      * MARGEM MINIMA DO CADPARM, A MESMA CONFERIDA NO SGP002;
      * SEM O PARAMETRO VALE 10%
      *
       INC-OP2.
           MOVE 10 TO W-MARGEM-MIN
           OPEN INPUT CADPARM
           IF ST-PARM NOT = "00"
               GO TO INC-OP2-FIM.
           MOVE "MARGEM  " TO PARM-CHAVE
           READ CADPARM
               NOT INVALID KEY
                   MOVE PARM-MARGEM-MIN TO W-MARGEM-MIN.
           CLOSE CADPARM.
       INC-OP2-FIM.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-HOJE.
       INC-001.
                MOVE ZEROS  TO W-CODIGO W-CUSTO-ATU W-VENDA-ATU
                MOVE SPACES TO W-DENOM
                PERFORM LIMPA-DADOS THRU LIMPA-DADOS-FIM
                DISPLAY TELAAGP.
       INC-002.
                ACCEPT TAGPCOD
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADAGP CADPRO
                   GO TO ROT-FIM.
                IF W-CODIGO = ZEROS
                   MOVE "*** PRODUTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE W-CODIGO TO CODIGO
                READ CADPRO
                    INVALID KEY
                        MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-002.
                IF SITUACAO NOT = "A"
                   MOVE "*** PRODUTO CANCELADO/EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE DENOM  TO W-DENOM
                MOVE PRECOC TO W-CUSTO-ATU
                MOVE PRECOV TO W-VENDA-ATU.
       INC-002A.
                PERFORM LIMPA-DADOS THRU LIMPA-DADOS-FIM
                DISPLAY TELAAGP.
       INC-003.
                ACCEPT TAGPINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-001.
                IF W-DT-INI = ZEROS
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-AGP.
                MOVE 0 TO W-SEL
                MOVE W-CODIGO TO AGP-CODIGO
                MOVE W-DT-INI TO AGP-DT-INI
                READ CADAGP
                IF ST-AGP NOT = "23"
                   IF ST-AGP = "00"
                      MOVE 1 TO W-SEL
                      MOVE AGP-PRECOC-NOVO TO W-CUSTO-NOVO
                      MOVE AGP-PRECOV-NOVO TO W-VENDA-NOVA
                      MOVE AGP-DT-FIM      TO W-DT-FIM
                      MOVE AGP-SITUACAO    TO W-SITUACAO
                      PERFORM DESC-SITUACAO THRU DESC-SITUACAO-FIM
                      DISPLAY TELAAGP
                      IF W-SITUACAO NOT = "P"
                         MOVE "*** JA PROCESSADA - SO CONSULTA ***"
                                                       TO MENS
                         PERFORM ROT-MENS THRU ROT-MENS-FIM
                         GO TO INC-002A
                      ELSE
                         MOVE "*** PROGRAMACAO JA CADASTRADA ***"
                                                       TO MENS
                         PERFORM ROT-MENS THRU ROT-MENS-FIM
                         GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADAGP" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                IF W-DT-INI < W-HOJE
                   MOVE "*** DATA JA PASSOU ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE "P" TO W-SITUACAO
                PERFORM DESC-SITUACAO THRU DESC-SITUACAO-FIM
                DISPLAY TELAAGP.
       INC-004.
                ACCEPT TAGPCNOV
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-003.
       INC-005.
                ACCEPT TAGPVNOV
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-004.
                IF W-CUSTO-NOVO = ZEROS AND W-VENDA-NOVA = ZEROS
                   MOVE "*** INFORME O NOVO CUSTO E/OU VENDA ***"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE W-CUSTO-ATU TO W-CUSTO-RES
                MOVE W-VENDA-ATU TO W-VENDA-RES
                IF W-CUSTO-NOVO NOT = ZEROS
                   MOVE W-CUSTO-NOVO TO W-CUSTO-RES.
                IF W-VENDA-NOVA NOT = ZEROS
                   MOVE W-VENDA-NOVA TO W-VENDA-RES.
                IF W-VENDA-RES NOT > W-CUSTO-RES
                   MOVE "VENDA NAO PODE SER IGUAL OU MENOR QUE CUSTO"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                COMPUTE W-MARGEM ROUNDED =
                        ((W-VENDA-RES - W-CUSTO-RES) / W-CUSTO-RES)
                        * 100
                IF W-MARGEM < W-MARGEM-MIN
                   MOVE "MARGEM ABAIXO DO MINIMO CONFIGURADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-006.
                ACCEPT TAGPFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-005.
                IF W-DT-FIM NOT = ZEROS AND W-DT-FIM NOT > W-DT-INI
                   MOVE "** RESTAURACAO TEM DE SER APOS O INICIO **"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                DISPLAY TELAAGP.
                IF W-SEL = 1
                    GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (24, 40) "DADOS OK (S/N) : ".
                ACCEPT (24, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO USUARIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                PERFORM MONTA-AGP THRU MONTA-AGP-FIM
                WRITE REGAGP
                IF ST-AGP = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-002A.
                IF ST-AGP = "22"
                      MOVE "*** PROGRAMACAO JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-002A
                ELSE
                      CALL "LOGERRO" USING "SGP025  "
                           "INC-WR1             " ST-AGP
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAGP"
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
                MOVE W-CODIGO TO AGP-CODIGO
                MOVE W-DT-INI TO AGP-DT-INI
                DELETE CADAGP RECORD
                IF ST-AGP = "00"
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
                    GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                PERFORM MONTA-AGP THRU MONTA-AGP-FIM
                REWRITE REGAGP
                IF ST-AGP = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADAGP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ************************************
      * MONTA A PROGRAMACAO PENDENTE COM *
      * O OPERADOR QUE A CADASTROU       *
      ************************************
      *
       MONTA-AGP.
                MOVE W-CODIGO     TO AGP-CODIGO
                MOVE W-DT-INI     TO AGP-DT-INI
                MOVE W-CUSTO-NOVO TO AGP-PRECOC-NOVO
                MOVE W-VENDA-NOVA TO AGP-PRECOV-NOVO
                MOVE W-DT-FIM     TO AGP-DT-FIM
                MOVE "P"          TO AGP-SITUACAO
                MOVE ZEROS        TO AGP-PRECOC-ANT AGP-PRECOV-ANT
                                     AGP-DT-APLIC
                MOVE OPER-CODIGO  TO AGP-OPERADOR.
       MONTA-AGP-FIM.
                EXIT.
      *
       LIMPA-DADOS.
                MOVE ZEROS  TO W-DT-INI W-CUSTO-NOVO W-VENDA-NOVA
                               W-DT-FIM
                MOVE SPACES TO W-SITUACAO W-DESCSIT.
       LIMPA-DADOS-FIM.
                EXIT.
      *
       DESC-SITUACAO.
                MOVE SPACES TO W-DESCSIT
                IF W-SITUACAO = "P"
                   MOVE "PENDENTE" TO W-DESCSIT.
                IF W-SITUACAO = "A"
                   MOVE "APLICADA - AGUARDA RESTAURACAO" TO W-DESCSIT.
                IF W-SITUACAO = "E"
                   MOVE "ENCERRADA" TO W-DESCSIT.
                IF W-SITUACAO = "R"
                   MOVE "RECUSADA NA APLICACAO" TO W-DESCSIT.
       DESC-SITUACAO-FIM.
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
               DISPLAY (14, 13) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 1000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (14, 13) LIMPA.
       ROT-MENS-FIM.
                EXIT.
