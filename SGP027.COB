       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP027.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * MANUTENCAO DAS ROTAS DE ENTREGA    *
      * (CADROT): NOME, DIAS DA SEMANA EM  *
      * QUE A ROTA SAI E AREA ATENDIDA POR *
      * ATE 4 FAIXAS DE CEP E ATE 4 PARES  *
      * BAIRRO/CIDADE. O SGB018 AGRUPA OS  *
      * PEDIDOS SEPARADOS POR ROTA E GERA  *
      * OS MANIFESTOS DE ENTREGA           *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELROT.COB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDROT.COB.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ROT       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-IX         PIC 9(02) VALUE ZEROS COMP.
       77 W-ERRO       PIC X(01) VALUE "N".
       77 W-QTDE-DIAS  PIC 9(01) VALUE ZEROS.
       77 W-QTDE-FAIXA PIC 9(02) VALUE ZEROS.
       77 W-QTDE-LOCAL PIC 9(02) VALUE ZEROS.
      *
      *---------------------------------------------------------
       SCREEN SECTION.
       COPY TELAROT.COB.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADROT
           IF ST-ROT NOT = "00"
               IF ST-ROT = "30"
                      OPEN OUTPUT CADROT
                      MOVE "*** ARQUIVO CADROT CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADROT
                      GO TO INC-OP0
                   ELSE
                      CALL "LOGERRO" USING "SGP027  "
                           "INC-OP0             " ST-ROT
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADROT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS  TO ROT-CODIGO ROT-FAIXAS
                MOVE SPACES TO ROT-NOME ROT-LOCAIS
                MOVE "NSSSSSN" TO ROT-DIAS
                DISPLAY TELAROT.
       INC-002.
                ACCEPT TROTCOD
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADROT
                   GO TO ROT-FIM.
                IF ROT-CODIGO = ZEROS
                   MOVE "*** ROTA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-ROTA.
                MOVE 0 TO W-SEL
                READ CADROT
                IF ST-ROT NOT = "23"
                   IF ST-ROT = "00"
                      MOVE 1 TO W-SEL
                      DISPLAY TELAROT
                      MOVE "*** ROTA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADROT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TROTNOME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-002.
                IF ROT-NOME = SPACES
                     MOVE "** PREENCHA O NOME DA ROTA **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO INC-003.
       INC-004.
                ACCEPT TROTDIAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-003.
                INSPECT ROT-DIAS CONVERTING "sn " TO "SNN"
                MOVE "N"   TO W-ERRO
                MOVE ZEROS TO W-QTDE-DIAS
                PERFORM VALIDA-DIA THRU VALIDA-DIA-FIM
                    VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 7
                DISPLAY TELAROT
                IF W-ERRO = "S"
                     MOVE "** INFORME S OU N PARA CADA DIA **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO INC-004.
                IF W-QTDE-DIAS = ZEROS
                     MOVE "** A ROTA PRECISA SAIR EM ALGUM DIA **"
                                                      TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO INC-004.
       INC-005.
                ACCEPT TROTFAIXAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-004.
                MOVE "N" TO W-ERRO
                MOVE ZEROS TO W-QTDE-FAIXA
                PERFORM VALIDA-FAIXA THRU VALIDA-FAIXA-FIM
                    VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 4
                IF W-ERRO = "S"
                     MOVE "** FAIXA DE CEP INVALIDA (INICIO > FIM) **"
                                                      TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO INC-005.
       INC-006.
                ACCEPT TROTLOCAIS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                    GO TO INC-005.
                MOVE "N"   TO W-ERRO
                MOVE ZEROS TO W-QTDE-LOCAL
                PERFORM VALIDA-LOCAL THRU VALIDA-LOCAL-FIM
                    VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 4
                IF W-ERRO = "S"
                     MOVE "** INFORME BAIRRO E CIDADE JUNTOS **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO INC-006.
                IF W-QTDE-FAIXA = ZEROS AND W-QTDE-LOCAL = ZEROS
                     MOVE "** INFORME UMA FAIXA DE CEP OU UM BAIRRO **"
                                                      TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO INC-005.
                DISPLAY TELAROT.
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
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGROT
                IF ST-ROT = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ROT = "22"
                      MOVE "*** ROTA JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      CALL "LOGERRO" USING "SGP027  "
                           "INC-WR1             " ST-ROT
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADROT"
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
                DELETE CADROT RECORD
                IF ST-ROT = "00"
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
                    GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGROT
                IF ST-ROT = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADROT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ************************************
      * CONFERENCIA DOS DIAS, FAIXAS DE  *
      * CEP E PARES BAIRRO/CIDADE        *
      ************************************
      *
       VALIDA-DIA.
                IF ROT-DIA (W-IX) = "S"
                   ADD 1 TO W-QTDE-DIAS
                ELSE
                   IF ROT-DIA (W-IX) NOT = "N"
                      MOVE "S" TO W-ERRO.
       VALIDA-DIA-FIM.
                EXIT.
      *
       VALIDA-FAIXA.
                IF ROT-CEP-INI (W-IX) = ZEROS
                   AND ROT-CEP-FIM (W-IX) = ZEROS
                   GO TO VALIDA-FAIXA-FIM.
                IF ROT-CEP-FIM (W-IX) = ZEROS
                   MOVE ROT-CEP-INI (W-IX) TO ROT-CEP-FIM (W-IX).
                IF ROT-CEP-INI (W-IX) > ROT-CEP-FIM (W-IX)
                   MOVE "S" TO W-ERRO
                   GO TO VALIDA-FAIXA-FIM.
                ADD 1 TO W-QTDE-FAIXA.
       VALIDA-FAIXA-FIM.
                EXIT.
      *
       VALIDA-LOCAL.
                IF ROT-BAIRRO (W-IX) = SPACES
                   AND ROT-CIDADE (W-IX) = SPACES
                   GO TO VALIDA-LOCAL-FIM.
                IF ROT-BAIRRO (W-IX) = SPACES
                   OR ROT-CIDADE (W-IX) = SPACES
                   MOVE "S" TO W-ERRO
                   GO TO VALIDA-LOCAL-FIM.
                ADD 1 TO W-QTDE-LOCAL.
       VALIDA-LOCAL-FIM.
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
