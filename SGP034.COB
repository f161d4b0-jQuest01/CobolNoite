       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP034.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * MANUTENCAO DOS DADOS DA EMPRESA    *
      * (REGISTRO UNICO DO CADEMP): RAZAO, *
      * CNPJ, IE, ENDERECO, BANCO/AGENCIA/ *
      * CONTA/CARTEIRA DA COBRANCA E CFOP  *
      * DA VENDA. OS PROGRAMAS QUE COPIAM  *
      * O WSEMP (REMESSA CNAB, NOTA        *
      * FISCAL, CUPOM, DEVOLUCAO,          *
      * INTERFACE CONTABIL, MANIFESTO E    *
      * REGUA DE COBRANCA) CARREGAM ESTES  *
      * DADOS PELA SUBROTINA LEREMP. SEM O *
      * REGISTRO A TELA ABRE COM OS        *
      * VALORES PADRAO DO WSEMP            *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELEMP.COB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDEMP.COB.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-EMP       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-CNPJ-X     PIC X(14) VALUE SPACES.
       77 W-TIPO-DOC   PIC X(01) VALUE SPACES.
       77 ST-VALDOC    PIC X(02) VALUE "00".
           COPY WSEMP.COB.
      *
      *---------------------------------------------------------
       SCREEN SECTION.
       COPY TELAEMP.COB.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADEMP
           IF ST-EMP NOT = "00"
               IF ST-EMP = "30"
                      OPEN OUTPUT CADEMP
                      MOVE "*** ARQUIVO CADEMP CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEMP
                      GO TO INC-OP0
                   ELSE
                      CALL "LOGERRO" USING "SGP034  "
                           "INC-OP0             " ST-EMP
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADEMP" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE 0   TO W-SEL
                MOVE "1" TO EMC-CHAVE
                READ CADEMP
                IF ST-EMP NOT = "23"
                   IF ST-EMP = "00"
                      MOVE 1 TO W-SEL
                      MOVE EMC-DADOS TO DADOS-EMPRESA
                   ELSE
                      CALL "LOGERRO" USING "SGP034  "
                           "INC-001             " ST-EMP
                      MOVE "ERRO NA LEITURA ARQUIVO CADEMP" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                DISPLAY TELAEMP
                IF W-SEL = 0
                   MOVE "*** DADOS PADRAO - CONFIRA E GRAVE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-002.
                ACCEPT TEMPRAZ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADEMP
                   GO TO ROT-FIM.
                IF EMP-RAZAO = SPACES
                   MOVE "** PREENCHA A RAZAO SOCIAL **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-003.
                ACCEPT TEMPCNPJ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-002.
                MOVE EMP-CNPJ TO W-CNPJ-X
                CALL "VALDOC" USING W-CNPJ-X W-TIPO-DOC ST-VALDOC
                IF ST-VALDOC NOT = "00" OR W-TIPO-DOC NOT = "J"
                   MOVE "*** CNPJ INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TEMPIE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-003.
                IF EMP-IE = SPACES
                   MOVE "** PREENCHA A INSCRICAO ESTADUAL **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TEMPLOG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-004.
                IF EMP-LOGRAD = SPACES
                   MOVE "** PREENCHA O LOGRADOURO **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TEMPCID
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-005.
                IF EMP-CIDADE = SPACES
                   MOVE "** PREENCHA A CIDADE **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT TEMPUF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-006.
                IF EMP-UF = SPACES
                   MOVE "*** UF INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT TEMPCEP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-007.
                IF EMP-CEP = ZEROS
                   MOVE "** PREENCHA O CEP **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT TEMPBCO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-008.
                IF EMP-BANCO = ZEROS
                   MOVE "** PREENCHA O CODIGO DO BANCO **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-010.
                ACCEPT TEMPNBCO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-009.
                IF EMP-NOME-BANCO = SPACES
                   MOVE "** PREENCHA O NOME DO BANCO **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
       INC-011.
                ACCEPT TEMPAGE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-010.
                IF EMP-AGENCIA = ZEROS
                   MOVE "** PREENCHA A AGENCIA **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
       INC-012.
                ACCEPT TEMPCTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-011.
                IF EMP-CONTA = ZEROS
                   MOVE "** PREENCHA A CONTA **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-012.
       INC-013.
                ACCEPT TEMPDAC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-012.
       INC-014.
                ACCEPT TEMPCART
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-013.
                IF EMP-CARTEIRA = ZEROS
                   MOVE "** PREENCHA A CARTEIRA **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-014.
       INC-015.
                ACCEPT TEMPCFI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-014.
                IF EMP-CFOP-INTERNA = ZEROS
                   MOVE "** PREENCHA O CFOP DA VENDA NA UF **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-015.
       INC-016.
                ACCEPT TEMPCFE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-015.
                IF EMP-CFOP-INTEREST = ZEROS
                   MOVE "** PREENCHA O CFOP INTERESTADUAL **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-016.
                DISPLAY TELAEMP.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (24, 40) "DADOS OK (S/N) : ".
                ACCEPT (24, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-016.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO USUARIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                MOVE "1"           TO EMC-CHAVE
                MOVE DADOS-EMPRESA TO EMC-DADOS
                IF W-SEL = 1
                   GO TO ALT-RW1.
       INC-WR1.
                WRITE REGEMP
                IF ST-EMP = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                CALL "LOGERRO" USING "SGP034  "
                     "INC-WR1             " ST-EMP
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEMP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGEMP
                IF ST-EMP = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                CALL "LOGERRO" USING "SGP034  "
                     "ALT-RW1             " ST-EMP
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADEMP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
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
               DISPLAY (20, 13) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 1000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (20, 13) LIMPA.
       ROT-MENS-FIM.
                EXIT.
