       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP032.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * MANUTENCAO DO PEDIDO PROGRAMADO    *
      * (RECORRENTE) DO CLIENTE: CABECA NO *
      * CADPRG (FREQUENCIA, PROXIMA DATA,  *
      * DATA FINAL, VENDEDOR, DEPOSITO) E  *
      * ITENS NO ITEPRG (PRODUTO + QTDE).  *
      * O SGB022 GERA O ORCAMENTO NA DATA  *
      * DEVIDA E O SGP017 O CONVERTE EM    *
      * PEDIDO                             *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELPRG.COB.
           COPY SELIPG.COB.
           COPY SELCLI.COB.
           COPY SELPRO.COB.
           COPY SELUSU.COB.
           COPY SELDEP.COB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDPRG.COB.
           COPY FDIPG.COB.
           COPY FDCLI.COB.
           COPY FDPRO.COB.
           COPY FDUSU.COB.
           COPY FDDEP.COB.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-SEL-ITEM   PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-PRG       PIC X(02) VALUE "00".
       77 ST-IPG       PIC X(02) VALUE "00".
       77 ST-CLI       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-USU       PIC X(02) VALUE "00".
       77 ST-DEP       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-CLIENTE    PIC 9(05) VALUE ZEROS.
       77 W-NOMECLI    PIC X(30) VALUE SPACES.
       77 W-SEQ        PIC 9(02) VALUE ZEROS.
       77 W-FREQ       PIC X(01) VALUE SPACES.
       77 W-DESC-FREQ  PIC X(10) VALUE SPACES.
       77 W-PROX-DATA  PIC 9(08) VALUE ZEROS.
       77 W-PROX-ANT   PIC 9(08) VALUE ZEROS.
       77 W-DIA-MES    PIC 9(02) VALUE ZEROS.
       77 W-DATA-FIM   PIC 9(08) VALUE ZEROS.
       77 W-VENDEDOR   PIC X(08) VALUE SPACES.
       77 W-DEPOSITO   PIC 9(02) VALUE 01.
       77 W-SITUACAO   PIC X(01) VALUE SPACES.
       77 W-DESC-SIT   PIC X(10) VALUE SPACES.
       77 W-ULT-PEDIDO PIC 9(05) VALUE ZEROS.
       77 W-ULT-DATA   PIC 9(08) VALUE ZEROS.
       77 W-CODIGO     PIC 9(05) VALUE ZEROS.
       77 W-DENOM      PIC X(30) VALUE SPACES.
       77 W-QTDE       PIC 9(07) VALUE ZEROS.
       77 W-QTDE-ITENS PIC 9(03) VALUE ZEROS.
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-DATA-OK    PIC X(01) VALUE "N".
       77 W-DIAS-MES   PIC 9(02) VALUE ZEROS.
       77 W-RESTO      PIC 9(03) VALUE ZEROS.
       77 W-QUOC       PIC 9(04) VALUE ZEROS.
       01 W-DATA-TST          PIC 9(08) VALUE ZEROS.
       01 W-DATA-TST-R REDEFINES W-DATA-TST.
           03 W-TST-ANO       PIC 9(04).
           03 W-TST-MES       PIC 9(02).
           03 W-TST-DIA       PIC 9(02).
           COPY WSUSU.COB.
      *
      *---------------------------------------------------------
       SCREEN SECTION.
       COPY TELAPRG.COB.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADPRG
           IF ST-PRG NOT = "00"
               IF ST-PRG = "30"
                      OPEN OUTPUT CADPRG
                      MOVE "*** ARQUIVO CADPRG CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADPRG
                      GO TO INC-OP0
                   ELSE
                      CALL "LOGERRO" USING "SGP032  "
                           "INC-OP0             " ST-PRG
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPRG" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN I-O ITEPRG
           IF ST-IPG NOT = "00"
               IF ST-IPG = "30"
                      OPEN OUTPUT ITEPRG
                      CLOSE ITEPRG
                      GO TO INC-OP1
                   ELSE
                      CALL "LOGERRO" USING "SGP032  "
                           "INC-OP1             " ST-IPG
                      MOVE "ERRO NA ABERTURA DO ARQUIVO ITEPRG" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADPRG
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP2.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               CALL "LOGERRO" USING "SGP032  "
                    "INC-OP2             " ST-CLI
               MOVE "*** CADASTRO DE CLIENTE INEXISTENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADPRG ITEPRG
               GO TO ROT-FIM.
       INC-OP3.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
               CALL "LOGERRO" USING "SGP032  "
                    "INC-OP3             " ST-ERRO
               MOVE "*** CADASTRO DE PRODUTO INEXISTENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADPRG ITEPRG CADCLI
               GO TO ROT-FIM.
       INC-OP4.
           OPEN INPUT CADUSU
           IF ST-USU NOT = "00"
               CALL "LOGERRO" USING "SGP032  "
                    "INC-OP4             " ST-USU
               MOVE "*** CADASTRO DE OPERADOR INEXISTENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADPRG ITEPRG CADCLI CADPRO
               GO TO ROT-FIM.
       INC-OP5.
           OPEN INPUT CADDEP
           IF ST-DEP NOT = "00"
               IF ST-DEP = "35"
                      OPEN OUTPUT CADDEP
                      CLOSE CADDEP
                      GO TO INC-OP5
                   ELSE
                      CALL "LOGERRO" USING "SGP032  "
                           "INC-OP5             " ST-DEP
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADDEP" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADPRG ITEPRG CADCLI CADPRO CADUSU
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
      *
      **********************
      * CABECA             *
      **********************
      *
       INC-001.
                MOVE ZEROS  TO W-CLIENTE W-SEQ W-PROX-DATA W-DATA-FIM
                               W-ULT-PEDIDO W-ULT-DATA W-CODIGO W-QTDE
                               W-QTDE-ITENS
                MOVE SPACES TO W-NOMECLI W-FREQ W-DESC-FREQ W-VENDEDOR
                               W-SITUACAO W-DESC-SIT W-DENOM
                MOVE 01     TO W-DEPOSITO
                MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
                MOVE W-DATAHORA(1:8) TO W-HOJE
                DISPLAY TELAPRG.
       INC-002.
                ACCEPT TPRGCLI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADPRG ITEPRG CADCLI CADPRO CADUSU CADDEP
                   GO TO ROT-FIM.
                IF W-CLIENTE = ZEROS
                   MOVE "*** CLIENTE INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE W-CLIENTE TO CLI-CODIGO
                READ CADCLI
                    INVALID KEY
                        MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-002.
                IF CLI-SITUACAO = "D"
                   MOVE "*** CLIENTE EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE CLI-NOME TO W-NOMECLI
                DISPLAY TELAPRG.
       INC-003.
                ACCEPT TPRGSEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-SEQ = ZEROS
                   MOVE "*** NUMERO DA PROGRAMACAO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-PRG.
                MOVE 0 TO W-SEL
                MOVE W-CLIENTE TO PRG-CLIENTE
                MOVE W-SEQ     TO PRG-SEQ
                READ CADPRG
                IF ST-PRG NOT = "23"
                   IF ST-PRG = "00"
                      MOVE 1 TO W-SEL
                      MOVE PRG-FREQ       TO W-FREQ
                      MOVE PRG-PROX-DATA  TO W-PROX-DATA W-PROX-ANT
                      MOVE PRG-DIA-MES    TO W-DIA-MES
                      MOVE PRG-DATA-FIM   TO W-DATA-FIM
                      MOVE PRG-VENDEDOR   TO W-VENDEDOR
                      MOVE PRG-DEPOSITO   TO W-DEPOSITO
                      MOVE PRG-SITUACAO   TO W-SITUACAO
                      MOVE PRG-ULT-PEDIDO TO W-ULT-PEDIDO
                      MOVE PRG-ULT-DATA   TO W-ULT-DATA
                      PERFORM DESC-FREQ THRU DESC-FREQ-FIM
                      PERFORM DESC-SIT THRU DESC-SIT-FIM
                      PERFORM CONTA-ITENS THRU CONTA-ITENS-FIM
                      DISPLAY TELAPRG
                      MOVE "*** PROGRAMACAO JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ACE-001
                   ELSE
                      CALL "LOGERRO" USING "SGP032  "
                           "LER-PRG             " ST-PRG
                      MOVE "ERRO NA LEITURA ARQUIVO CADPRG" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                MOVE "M"         TO W-FREQ
                MOVE W-HOJE      TO W-PROX-DATA
                MOVE OPER-CODIGO TO W-VENDEDOR
                MOVE "A"         TO W-SITUACAO
                PERFORM DESC-FREQ THRU DESC-FREQ-FIM
                PERFORM DESC-SIT THRU DESC-SIT-FIM
                DISPLAY TELAPRG.
       INC-004.
                ACCEPT TPRGFREQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-003.
                INSPECT W-FREQ CONVERTING "sqm" TO "SQM"
                PERFORM DESC-FREQ THRU DESC-FREQ-FIM
                IF W-DESC-FREQ = SPACES
                   MOVE "*** FREQUENCIA DEVE SER S, Q OU M ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                DISPLAY TELAPRG.
      *
      * NA INCLUSAO A PRIMEIRA GERACAO NAO PODE SER NO PASSADO;
      * NA ALTERACAO A DATA PENDENTE (GERACAO QUE FALHOU) E
      * ACEITA COMO ESTA
      *
       INC-005.
                ACCEPT TPRGPROX
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-004.
                MOVE W-PROX-DATA TO W-DATA-TST
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATA-OK = "N"
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF W-SEL = 0 AND W-PROX-DATA < W-HOJE
                   MOVE "*** PRIMEIRA GERACAO ANTERIOR A HOJE ***"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TPRGFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-005.
                IF W-DATA-FIM = ZEROS
                   GO TO INC-007.
                MOVE W-DATA-FIM TO W-DATA-TST
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATA-OK = "N"
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF W-DATA-FIM < W-PROX-DATA
                   MOVE "*** DATA FINAL ANTERIOR A PROXIMA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT TPRGVND
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-006.
                IF W-VENDEDOR = SPACES
                   MOVE "*** VENDEDOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                MOVE W-VENDEDOR TO USU-CODIGO
                READ CADUSU
                    INVALID KEY
                        MOVE "*** VENDEDOR NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-007.
                IF USU-SITUACAO NOT = "A"
                   MOVE "*** VENDEDOR SUSPENSO/EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT TPRGDEP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-007.
                IF W-DEPOSITO = ZEROS
                   MOVE 01 TO W-DEPOSITO.
                IF W-DEPOSITO NOT = 01
                   MOVE W-DEPOSITO TO DEP-CODIGO
                   READ CADDEP
                       INVALID KEY
                           MOVE "*** DEPOSITO NAO CADASTRADO ***"
                                                       TO MENS
                           PERFORM ROT-MENS THRU ROT-MENS-FIM
                           GO TO INC-008.
                DISPLAY TELAPRG.
       INC-009.
                ACCEPT TPRGSIT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-008.
                INSPECT W-SITUACAO CONVERTING "as" TO "AS"
                IF W-SITUACAO NOT = "A" AND W-SITUACAO NOT = "S"
                   MOVE "*** SITUACAO DEVE SER A OU S ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                PERFORM DESC-SIT THRU DESC-SIT-FIM
                DISPLAY TELAPRG.
                IF W-SEL = 1
                    GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (24, 40) "DADOS OK (S/N) : ".
                ACCEPT (24, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO USUARIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-CLIENTE TO PRG-CLIENTE
                MOVE W-SEQ     TO PRG-SEQ
                MOVE ZEROS     TO PRG-ULT-PEDIDO PRG-ULT-DATA
                PERFORM MOVE-CABECA THRU MOVE-CABECA-FIM
                WRITE REGPRG
                IF ST-PRG = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS - INFORME OS ITENS ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ITM-001.
                IF ST-PRG = "22"
                      MOVE "*** PROGRAMACAO JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      CALL "LOGERRO" USING "SGP032  "
                           "INC-WR1             " ST-PRG
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPRG"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (24, 06)
                  "F1=NOVO REGISTRO  F2=ALTERAR  F3=EXCLUIR  F4=ITENS"
                ACCEPT (24, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   AND W-ACT NOT = 05
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (24, 06) MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-004.
                IF W-ACT = 05
                   GO TO ITM-001.
      *
       EXC-OPC.
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
                PERFORM EXCLUI-ITENS THRU EXCLUI-ITENS-FIM
                MOVE W-CLIENTE TO PRG-CLIENTE
                MOVE W-SEQ     TO PRG-SEQ
                DELETE CADPRG RECORD
                IF ST-PRG = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                CALL "LOGERRO" USING "SGP032  "
                     "EXC-DL1             " ST-PRG
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (24, 40) "ALTERAR  (S/N) : ".
                ACCEPT (24, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-009.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE W-CLIENTE TO PRG-CLIENTE
                MOVE W-SEQ     TO PRG-SEQ
                PERFORM MOVE-CABECA THRU MOVE-CABECA-FIM
                REWRITE REGPRG
                IF ST-PRG = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-001.
                CALL "LOGERRO" USING "SGP032  "
                     "ALT-RW1             " ST-PRG
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADPRG" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      * ITENS              *
      **********************
      *
       ITM-001.
                MOVE ZEROS  TO W-CODIGO W-QTDE
                MOVE SPACES TO W-DENOM
                PERFORM CONTA-ITENS THRU CONTA-ITENS-FIM
                DISPLAY TELAPRG
                DISPLAY (21, 02) "PRODUTO 0 = ENCERRA OS ITENS"
                ACCEPT TPRGPRO
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (21, 02) LIMPA
                IF W-ACT = 02 OR W-CODIGO = ZEROS
                   GO TO ITM-FIM.
                MOVE W-CODIGO TO CODIGO
                READ CADPRO
                    INVALID KEY
                        MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO ITM-001.
                IF SITUACAO NOT = "A"
                   MOVE "*** PRODUTO CANCELADO/EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-001.
                MOVE DENOM TO W-DENOM
                MOVE 0 TO W-SEL-ITEM
                MOVE W-CLIENTE TO IPG-CLIENTE
                MOVE W-SEQ     TO IPG-SEQ
                MOVE W-CODIGO  TO IPG-CODIGO
                READ ITEPRG
                    INVALID KEY
                        MOVE ZEROS TO W-QTDE
                    NOT INVALID KEY
                        MOVE 1        TO W-SEL-ITEM
                        MOVE IPG-QTDE TO W-QTDE.
      *
      * O ORCAMENTO GERADO LEVA NO MAXIMO 50 ITENS (O MESMO
      * LIMITE DO SGP007)
      *
                IF W-SEL-ITEM = 0 AND W-QTDE-ITENS NOT < 50
                   MOVE "*** LIMITE DE 50 ITENS ATINGIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-001.
                DISPLAY TELAPRG.
       ITM-002.
                ACCEPT TPRGQTD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ITM-001.
                IF W-QTDE = ZEROS AND W-SEL-ITEM = 0
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-002.
                IF W-QTDE = ZEROS
                   GO TO ITM-DL1.
                MOVE W-QTDE TO IPG-QTDE
                IF W-SEL-ITEM = 1
                   REWRITE REGIPG
                ELSE
                   WRITE REGIPG.
                IF ST-IPG NOT = "00" AND ST-IPG NOT = "02"
                   CALL "LOGERRO" USING "SGP032  "
                        "ITM-002             " ST-IPG
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ITEPRG" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** ITEM GRAVADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ITM-001.
       ITM-DL1.
                DELETE ITEPRG RECORD
                IF ST-IPG NOT = "00"
                   CALL "LOGERRO" USING "SGP032  "
                        "ITM-DL1             " ST-IPG
                   MOVE "ERRO NA EXCLUSAO DO ITEM ITEPRG" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** ITEM RETIRADO DA PROGRAMACAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ITM-001.
       ITM-FIM.
                IF W-QTDE-ITENS = ZEROS
                   MOVE "** PROGRAMACAO SEM ITENS NAO SERA GERADA **"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                GO TO INC-001.
      *
      ************************************
      * CABECA DA TELA PARA O REGISTRO:  *
      * O DIA DO MENSAL SO E TOMADO DA   *
      * PROXIMA GERACAO NA INCLUSAO OU   *
      * QUANDO O OPERADOR MUDA A DATA -  *
      * NA ALTERACAO FICA O DIA GRAVADO  *
      * (A PROXIMA PODE ESTAR AJUSTADA   *
      * AO FIM DE UM MES MAIS CURTO)     *
      ************************************
      *
       MOVE-CABECA.
                MOVE W-FREQ          TO PRG-FREQ
                MOVE W-DIA-MES       TO PRG-DIA-MES
                IF W-SEL = 0 OR W-PROX-DATA NOT = W-PROX-ANT
                   MOVE W-PROX-DATA  TO W-DATA-TST
                   MOVE W-TST-DIA    TO PRG-DIA-MES.
                MOVE W-PROX-DATA     TO PRG-PROX-DATA
                MOVE W-DATA-FIM      TO PRG-DATA-FIM
                MOVE W-VENDEDOR      TO PRG-VENDEDOR
                MOVE W-DEPOSITO      TO PRG-DEPOSITO
                MOVE W-SITUACAO      TO PRG-SITUACAO
                MOVE OPER-CODIGO     TO PRG-OPERADOR.
       MOVE-CABECA-FIM.
                EXIT.
      *
       DESC-FREQ.
                MOVE SPACES TO W-DESC-FREQ
                IF W-FREQ = "S"
                   MOVE "SEMANAL"   TO W-DESC-FREQ.
                IF W-FREQ = "Q"
                   MOVE "QUINZENAL" TO W-DESC-FREQ.
                IF W-FREQ = "M"
                   MOVE "MENSAL"    TO W-DESC-FREQ.
       DESC-FREQ-FIM.
                EXIT.
      *
       DESC-SIT.
                MOVE SPACES TO W-DESC-SIT
                IF W-SITUACAO = "A"
                   MOVE "ATIVO"     TO W-DESC-SIT.
                IF W-SITUACAO = "S"
                   MOVE "SUSPENSO"  TO W-DESC-SIT.
                IF W-SITUACAO = "E"
                   MOVE "ENCERRADO" TO W-DESC-SIT.
       DESC-SIT-FIM.
                EXIT.
      *
      ************************************
      * DATA AAAAMMDD VALIDA? (MES 1-12, *
      * DIA DENTRO DO MES, FEVEREIRO COM *
      * ANO BISSEXTO)                    *
      ************************************
      *
       VALIDA-DATA.
                MOVE "N" TO W-DATA-OK
                IF W-TST-ANO < 1900 OR W-TST-MES < 1 OR W-TST-MES > 12
                   OR W-TST-DIA < 1
                   GO TO VALIDA-DATA-FIM.
                MOVE 31 TO W-DIAS-MES
                IF W-TST-MES = 4 OR W-TST-MES = 6 OR W-TST-MES = 9
                   OR W-TST-MES = 11
                   MOVE 30 TO W-DIAS-MES.
                IF W-TST-MES = 2
                   MOVE 28 TO W-DIAS-MES
                   DIVIDE W-TST-ANO BY 4 GIVING W-QUOC
                          REMAINDER W-RESTO
                   IF W-RESTO = ZEROS
                      MOVE 29 TO W-DIAS-MES.
                IF W-TST-DIA > W-DIAS-MES
                   GO TO VALIDA-DATA-FIM.
                MOVE "S" TO W-DATA-OK.
       VALIDA-DATA-FIM.
                EXIT.
      *
       CONTA-ITENS.
                MOVE ZEROS     TO W-QTDE-ITENS
                MOVE W-CLIENTE TO IPG-CLIENTE
                MOVE W-SEQ     TO IPG-SEQ
                MOVE ZEROS     TO IPG-CODIGO
                START ITEPRG KEY IS NOT LESS THAN IPG-CHAVE
                    INVALID KEY GO TO CONTA-ITENS-FIM.
       CONTA-ITENS1.
                READ ITEPRG NEXT RECORD
                    AT END GO TO CONTA-ITENS-FIM.
                IF IPG-CLIENTE NOT = W-CLIENTE OR IPG-SEQ NOT = W-SEQ
                   GO TO CONTA-ITENS-FIM.
                ADD 1 TO W-QTDE-ITENS
                GO TO CONTA-ITENS1.
       CONTA-ITENS-FIM.
                EXIT.
      *
       EXCLUI-ITENS.
                MOVE W-CLIENTE TO IPG-CLIENTE
                MOVE W-SEQ     TO IPG-SEQ
                MOVE ZEROS     TO IPG-CODIGO
                START ITEPRG KEY IS NOT LESS THAN IPG-CHAVE
                    INVALID KEY GO TO EXCLUI-ITENS-FIM.
       EXCLUI-ITENS1.
                READ ITEPRG NEXT RECORD
                    AT END GO TO EXCLUI-ITENS-FIM.
                IF IPG-CLIENTE NOT = W-CLIENTE OR IPG-SEQ NOT = W-SEQ
                   GO TO EXCLUI-ITENS-FIM.
                DELETE ITEPRG RECORD
                IF ST-IPG NOT = "00"
                   CALL "LOGERRO" USING "SGP032  "
                        "EXCLUI-ITENS1       " ST-IPG
                   MOVE "ERRO NA EXCLUSAO DO ITEM ITEPRG" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                GO TO EXCLUI-ITENS1.
       EXCLUI-ITENS-FIM.
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
               DISPLAY (19, 13) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 1000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (19, 13) LIMPA.
       ROT-MENS-FIM.
                EXIT.
