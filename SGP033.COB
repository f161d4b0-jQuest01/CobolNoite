       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP033.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * MANUTENCAO DAS METAS MENSAIS DE    *
      * VENDA (CADMET) POR VENDEDOR E,     *
      * OPCIONALMENTE, POR TIPO DE PRODUTO *
      * (TIPO G = META GERAL). USADO PELO  *
      * SGR022. ALTERACAO E EXCLUSAO FICAM *
      * NO JORNAL (GRAVAJRN)               *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELMET.COB.
           COPY SELUSU.COB.
           COPY SELTIPO.COB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDMET.COB.
           COPY FDUSU.COB.
           COPY FDTIPO.COB.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-MET       PIC X(02) VALUE "00".
       77 ST-USU       PIC X(02) VALUE "00".
       77 ST-TIPO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-NOME-VND   PIC X(30) VALUE SPACES.
       77 W-DESC-TIPO  PIC X(15) VALUE SPACES.
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-JRN-EVENTO PIC X(01) VALUE SPACES.
       77 W-JRN-CHAVE  PIC X(14) VALUE SPACES.
       01 W-JRN-ANTES  PIC X(200) VALUE SPACES.
       01 W-JRN-NOVA   PIC X(200) VALUE SPACES.
       01 W-PERIODO           PIC 9(06) VALUE ZEROS.
       01 W-PERIODO-R REDEFINES W-PERIODO.
           03 W-PER-ANO       PIC 9(04).
           03 W-PER-MES       PIC 9(02).
           COPY WSUSU.COB.
      *
      *---------------------------------------------------------
       SCREEN SECTION.
       COPY TELAMET.COB.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADMET
           IF ST-MET NOT = "00"
               IF ST-MET = "30"
                      OPEN OUTPUT CADMET
                      CLOSE CADMET
                      MOVE "*** ARQUIVO CADMET SENDO CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      CALL "LOGERRO" USING "SGP033  "
                           "INC-OP0             " ST-MET
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADMET" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADUSU
           IF ST-USU NOT = "00"
                      CALL "LOGERRO" USING "SGP033  "
                           "INC-OP1             " ST-USU
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADUSU" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADMET
                      GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADTIPO
           IF ST-TIPO NOT = "00"
               IF ST-TIPO = "35"
                      OPEN OUTPUT CADTIPO
                      CLOSE CADTIPO
                      GO TO INC-OP2
                   ELSE
                      CALL "LOGERRO" USING "SGP033  "
                           "INC-OP2             " ST-TIPO
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADTIPO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADMET CADUSU
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-HOJE.
       INC-001.
                MOVE SPACES TO MET-VENDEDOR MET-TIPO MET-OPERADOR
                               W-NOME-VND W-DESC-TIPO
                MOVE ZEROS  TO MET-VALOR MET-DATA
                MOVE W-HOJE(1:6) TO MET-PERIODO
                DISPLAY TELAMET.
       INC-002.
                ACCEPT TMETPER
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADMET CADUSU CADTIPO
                   GO TO ROT-FIM.
                MOVE MET-PERIODO TO W-PERIODO
                IF W-PER-ANO < 2000 OR W-PER-MES < 01 OR W-PER-MES > 12
                   MOVE "*** PERIODO INVALIDO (AAAAMM) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
      *
      * O VENDEDOR DA META E O MESMO CODIGO GRAVADO EM PED-VENDEDOR,
      * ISTO E, O OPERADOR (CADUSU) QUE DIGITOU O PEDIDO
      *
       INC-003.
                ACCEPT TMETVND
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                INSPECT MET-VENDEDOR CONVERTING
                        "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                MOVE MET-VENDEDOR TO USU-CODIGO
                READ CADUSU
                    INVALID KEY
                        MOVE "*** VENDEDOR NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-003.
                MOVE USU-NOME TO W-NOME-VND
                DISPLAY TELAMET.
       INC-004.
                ACCEPT TMETTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF MET-TIPO = "g"
                   MOVE "G" TO MET-TIPO.
                IF MET-TIPO = "G"
                   MOVE "GERAL" TO W-DESC-TIPO
                   DISPLAY TELAMET
                   GO TO LER-META.
                IF MET-TIPO NOT NUMERIC
                   MOVE "*** TIPO: G OU 0 A 9 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE MET-TIPO TO CT-TIPOPRD
                READ CADTIPO
                    INVALID KEY
                        MOVE "*** TIPO NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-004.
                MOVE CT-DESCPRD TO W-DESC-TIPO
                DISPLAY TELAMET.
       LER-META.
                MOVE 0 TO W-SEL
                READ CADMET
                IF ST-MET NOT = "23"
                   IF ST-MET = "00"
                      DISPLAY TELAMET
                      MOVE "*** META JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      MOVE SPACES TO W-JRN-ANTES
                      MOVE REGMET TO W-JRN-ANTES
                      GO TO ACE-001
                   ELSE
                      CALL "LOGERRO" USING "SGP033  "
                           "LER-META            " ST-MET
                      MOVE "ERRO NA LEITURA DO ARQUIVO CADMET" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   MOVE ZEROS TO MET-VALOR.
       INC-005.
                ACCEPT TMETVAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF MET-VALOR = ZEROS
                   MOVE "*** INFORME O VALOR DA META ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE OPER-CODIGO TO MET-OPERADOR
                MOVE W-HOJE      TO MET-DATA
                DISPLAY TELAMET.
                IF W-SEL = 1
                    GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (20, 02) "DADOS OK (S/N) : ".
                ACCEPT (20, 19) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGMET
                IF ST-MET = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-MET = "22"
                      MOVE "*** META JA EXISTE ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      CALL "LOGERRO" USING "SGP033  "
                           "INC-WR1             " ST-MET
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMET"
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
                   GO TO INC-005.
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
                DELETE CADMET RECORD
                IF ST-MET = "00"
                   MOVE "E" TO W-JRN-EVENTO
                   PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                CALL "LOGERRO" USING "SGP033  "
                     "EXC-DL1             " ST-MET
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (20, 02) "ALTERAR  (S/N) : ".
                ACCEPT (20, 19) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGMET
                IF ST-MET = "00" OR "02"
                   MOVE "A" TO W-JRN-EVENTO
                   PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                CALL "LOGERRO" USING "SGP033  "
                     "ALT-RW1             " ST-MET
                MOVE "ERRO NA ALTERACAO DO ARQUIVO CADMET" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ************************************
      * JORNAL DE ALTERACAO/EXCLUSAO COM *
      * IMAGEM ANTES/DEPOIS (GRAVAJRN)   *
      ************************************
      *
      * A CHAVE DO JORNAL TEM 14 POSICOES: O PERIODO ENTRA COMO AAMM
      *
       GRAVA-JORNAL.
                MOVE SPACES     TO W-JRN-CHAVE W-JRN-NOVA
                STRING MET-PERIODO(3:4) MET-VENDEDOR MET-TIPO
                       DELIMITED BY SIZE INTO W-JRN-CHAVE
                MOVE REGMET     TO W-JRN-NOVA
                CALL "GRAVAJRN" USING "CADMET  " W-JRN-EVENTO
                     W-JRN-CHAVE W-JRN-ANTES W-JRN-NOVA.
       GRAVA-JORNAL-FIM.
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
