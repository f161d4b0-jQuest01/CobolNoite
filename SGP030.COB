       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP030.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * FECHAMENTO DE CAIXA POR OPERADOR   *
      * SOMA AS VENDAS DE BALCAO (SGP029)  *
      * AINDA EM ABERTO NO CADVCX POR      *
      * FORMA DE PAGAMENTO, RECEBE O FUNDO *
      * DE TROCO E O DINHEIRO CONTADO,     *
      * GRAVA O FECHAMENTO COM A DIFERENCA *
      * NO CADFCX, MARCA AS VENDAS COMO    *
      * FECHADAS E IMPRIME NO SPOOL.       *
      * SO O SUPERVISOR (NIVEL 3) FECHA O  *
      * CAIXA DE OUTRO OPERADOR            *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELUSU.COB.
           COPY SELVCX.COB.
           COPY SELFCX.COB.
           SELECT RELFCX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDUSU.COB.
           COPY FDVCX.COB.
           COPY FDFCX.COB.
       FD  RELFCX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-REL.
       01 LINRELFCX           PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-USU       PIC X(02) VALUE "00".
       77 ST-VCX       PIC X(02) VALUE "00".
       77 ST-FCX       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-NOMEOPER   PIC X(30) VALUE SPACES.
       77 W-QTDE-VENDAS PIC 9(05) VALUE ZEROS.
       77 W-DT-INI     PIC 9(08) VALUE ZEROS.
       77 W-DT-FIM     PIC 9(08) VALUE ZEROS.
       77 W-ULT-VENDA  PIC 9(05) VALUE ZEROS.
       77 W-TOT-VENDA  PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-DIN    PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-CAR    PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-PIX    PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-TROCO  PIC 9(10)V99 VALUE ZEROS.
       77 W-FUNDO      PIC 9(08)V99 VALUE ZEROS.
       77 W-ESPERADO   PIC 9(10)V99 VALUE ZEROS.
       77 W-CONTADO    PIC 9(10)V99 VALUE ZEROS.
       77 W-DIFERENCA  PIC S9(10)V99 VALUE ZEROS.
       77 W-FIM-SCAN   PIC X(01) VALUE "N".
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-DATA-FCX   PIC 9(08) VALUE ZEROS.
       77 W-HORA-FCX   PIC 9(08) VALUE ZEROS.
       77 W-NOME-REL   PIC X(30) VALUE SPACES.
       77 W-PARAMS-SPL PIC X(30) VALUE SPACES.
       01 LIN-CAB1.
           03 FILLER          PIC X(40)  VALUE
              "FECHAMENTO DE CAIXA - OPERADOR:".
           03 LC-OPERADOR     PIC X(08).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LC-NOMEOPER     PIC X(30).
       01 LIN-CAB2.
           03 FILLER          PIC X(18)  VALUE "DATA FECHAMENTO: ".
           03 LC-DATA         PIC 9(08).
           03 FILLER          PIC X(08)  VALUE "  HORA: ".
           03 LC-HORA         PIC 9(08).
           03 FILLER          PIC X(17)  VALUE "  FECHADO POR: ".
           03 LC-OPER-FECHA   PIC X(08).
       01 LIN-QTD.
           03 FILLER          PIC X(24)  VALUE
              "VENDAS NO FECHAMENTO..:".
           03 LQ-QTDE         PIC ZZZZ9.
           03 FILLER          PIC X(06)  VALUE "  DE ".
           03 LQ-DT-INI       PIC 9(08).
           03 FILLER          PIC X(03)  VALUE " A ".
           03 LQ-DT-FIM       PIC 9(08).
       01 LIN-VAL.
           03 LV-ROTULO       PIC X(24).
           03 LV-VALOR        PIC -.---.---.--9,99.
       01 LIN-TRACO           PIC X(80)  VALUE ALL "-".
       01 LIN-BRANCO          PIC X(80)  VALUE SPACES.
           COPY WSUSU.COB.
      *
      *---------------------------------------------------------
       SCREEN SECTION.
       COPY TELAFCX.COB.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN INPUT CADUSU
           IF ST-USU NOT = "00"
               CALL "LOGERRO" USING "SGP030  "
                    "INC-OP0             " ST-USU
               MOVE "*** CADASTRO DE OPERADOR INEXISTENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP1.
           OPEN I-O CADVCX
           IF ST-VCX NOT = "00"
               IF ST-VCX = "30"
                      OPEN OUTPUT CADVCX
                      CLOSE CADVCX
                      GO TO INC-OP1
                   ELSE
                      CALL "LOGERRO" USING "SGP030  "
                           "INC-OP1             " ST-VCX
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADVCX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP2.
           OPEN I-O CADFCX
           IF ST-FCX NOT = "00"
               IF ST-FCX = "30"
                      OPEN OUTPUT CADFCX
                      CLOSE CADFCX
                      GO TO INC-OP2
                   ELSE
                      CALL "LOGERRO" USING "SGP030  "
                           "INC-OP2             " ST-FCX
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADFCX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
      *
      **********************
      * OPERADOR DO CAIXA  *
      **********************
      *
       FEC-001.
                MOVE ZEROS  TO W-QTDE-VENDAS W-DT-INI W-DT-FIM
                               W-TOT-VENDA W-TOT-DIN W-TOT-CAR
                               W-TOT-PIX W-TOT-TROCO W-FUNDO
                               W-ESPERADO W-CONTADO W-DIFERENCA
                               W-ULT-VENDA
                MOVE SPACES TO W-NOMEOPER
                MOVE OPER-CODIGO TO W-OPERADOR
                DISPLAY TELAFCX.
       FEC-002.
                ACCEPT TFCXOPER
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADUSU CADVCX CADFCX
                   GO TO ROT-FIM.
                IF W-OPERADOR = SPACES
                   MOVE "*** OPERADOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO FEC-002.
                IF W-OPERADOR NOT = OPER-CODIGO AND OPER-NIVEL < 3
                   MOVE "** SO SUPERVISOR FECHA CAIXA DE OUTRO **"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE OPER-CODIGO TO W-OPERADOR
                   GO TO FEC-002.
                MOVE W-OPERADOR TO USU-CODIGO
                READ CADUSU
                    INVALID KEY
                        MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS2
                        GO TO FEC-002
                    NOT INVALID KEY
                        MOVE USU-NOME TO W-NOMEOPER.
      *
      ************************************
      * TOTAIS DAS VENDAS DO OPERADOR    *
      * AINDA NAO FECHADAS, POR FORMA DE *
      * PAGAMENTO                        *
      ************************************
      *
       FEC-003.
                PERFORM SOMA-VENDAS THRU SOMA-VENDAS-FIM
                DISPLAY TELAFCX
                IF W-QTDE-VENDAS = ZEROS
                   MOVE "*** NENHUMA VENDA EM ABERTO NO CAIXA ***"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FEC-001.
      *
      * DINHEIRO QUE DEVE ESTAR NA GAVETA: FUNDO DE TROCO MAIS O
      * RECEBIDO EM DINHEIRO MENOS O TROCO DEVOLVIDO
      *
       FEC-004.
                DISPLAY (21, 02) "FUNDO DE TROCO: "
                ACCEPT (21, 18) W-FUNDO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (21, 02) LIMPA
                IF W-ACT = 02 GO TO FEC-001.
                COMPUTE W-ESPERADO = W-FUNDO + W-TOT-DIN - W-TOT-TROCO
                DISPLAY TELAFCX.
       FEC-005.
                DISPLAY (21, 02) "DINHEIRO CONTADO: "
                ACCEPT (21, 20) W-CONTADO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (21, 02) LIMPA
                IF W-ACT = 02 GO TO FEC-004.
                COMPUTE W-DIFERENCA = W-CONTADO - W-ESPERADO
                DISPLAY TELAFCX
                IF W-DIFERENCA < ZEROS
                   MOVE "*** FALTA DE DINHEIRO NO CAIXA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                IF W-DIFERENCA > ZEROS
                   MOVE "*** SOBRA DE DINHEIRO NO CAIXA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FEC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (21, 02) "CONFIRMA FECHAMENTO (S/N) : "
                ACCEPT (21, 30) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (21, 02) LIMPA
                IF W-ACT = 02 GO TO FEC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* FECHAMENTO CANCELADO PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FEC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S OU N ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FEC-OPC.
       FEC-WR1.
                MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
                MOVE W-DATAHORA(1:8)  TO W-DATA-FCX
                MOVE W-DATAHORA(9:8)  TO W-HORA-FCX
                MOVE W-OPERADOR       TO FCX-OPERADOR
                MOVE W-DATA-FCX       TO FCX-DATA
                MOVE W-HORA-FCX       TO FCX-HORA
                MOVE W-QTDE-VENDAS    TO FCX-QTDE-VENDAS
                MOVE W-DT-INI         TO FCX-DT-INI
                MOVE W-DT-FIM         TO FCX-DT-FIM
                MOVE W-TOT-VENDA      TO FCX-TOTAL
                MOVE W-TOT-DIN        TO FCX-DINHEIRO
                MOVE W-TOT-CAR        TO FCX-CARTAO
                MOVE W-TOT-PIX        TO FCX-PIX
                MOVE W-TOT-TROCO      TO FCX-TROCO
                MOVE W-FUNDO          TO FCX-FUNDO
                MOVE W-ESPERADO       TO FCX-ESPERADO
                MOVE W-CONTADO        TO FCX-CONTADO
                MOVE W-DIFERENCA      TO FCX-DIFERENCA
                MOVE OPER-CODIGO      TO FCX-OPER-FECHA
                WRITE REGFCX
                IF ST-FCX NOT = "00" AND ST-FCX NOT = "02"
                   CALL "LOGERRO" USING "SGP030  "
                        "FEC-WR1             " ST-FCX
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADFCX" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM MARCA-VENDAS THRU MARCA-VENDAS-FIM
                PERFORM IMP-FECHA THRU IMP-FECHA-FIM
                MOVE "*** CAIXA FECHADO - RELATORIO NO SPOOL ***"
                                                    TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FEC-001.
      *
      ************************************
      * LEITURA DO CADVCX: VENDAS DO     *
      * OPERADOR COM SITUACAO "A". GUARDA*
      * A ULTIMA VENDA SOMADA PARA QUE A *
      * MARCACAO NAO PEGUE VENDA FEITA   *
      * DEPOIS DA SOMA                   *
      ************************************
      *
       SOMA-VENDAS.
                MOVE ZEROS TO VCX-NUMERO
                START CADVCX KEY IS NOT LESS THAN VCX-NUMERO
                    INVALID KEY GO TO SOMA-VENDAS-FIM.
                MOVE "N" TO W-FIM-SCAN
                PERFORM SOMA-VENDAS1 THRU SOMA-VENDAS1-FIM
                    UNTIL W-FIM-SCAN = "S".
       SOMA-VENDAS-FIM.
                EXIT.
       SOMA-VENDAS1.
                READ CADVCX NEXT RECORD
                    AT END
                        MOVE "S" TO W-FIM-SCAN
                        GO TO SOMA-VENDAS1-FIM.
                IF VCX-OPERADOR NOT = W-OPERADOR
                   OR VCX-SITUACAO NOT = "A"
                   GO TO SOMA-VENDAS1-FIM.
                ADD 1            TO W-QTDE-VENDAS
                ADD VCX-TOTAL    TO W-TOT-VENDA
                ADD VCX-DINHEIRO TO W-TOT-DIN
                ADD VCX-CARTAO   TO W-TOT-CAR
                ADD VCX-PIX      TO W-TOT-PIX
                ADD VCX-TROCO    TO W-TOT-TROCO
                MOVE VCX-NUMERO  TO W-ULT-VENDA
                IF W-DT-INI = ZEROS OR VCX-DATA < W-DT-INI
                   MOVE VCX-DATA TO W-DT-INI.
                IF VCX-DATA > W-DT-FIM
                   MOVE VCX-DATA TO W-DT-FIM.
       SOMA-VENDAS1-FIM.
                EXIT.
      *
      ************************************
      * VENDAS SOMADAS PASSAM A FECHADAS *
      * COM A CHAVE DO FECHAMENTO        *
      ************************************
      *
       MARCA-VENDAS.
                MOVE ZEROS TO VCX-NUMERO
                START CADVCX KEY IS NOT LESS THAN VCX-NUMERO
                    INVALID KEY GO TO MARCA-VENDAS-FIM.
                MOVE "N" TO W-FIM-SCAN
                PERFORM MARCA-VENDAS1 THRU MARCA-VENDAS1-FIM
                    UNTIL W-FIM-SCAN = "S".
       MARCA-VENDAS-FIM.
                EXIT.
       MARCA-VENDAS1.
                READ CADVCX NEXT RECORD
                    AT END
                        MOVE "S" TO W-FIM-SCAN
                        GO TO MARCA-VENDAS1-FIM.
                IF VCX-NUMERO > W-ULT-VENDA
                   MOVE "S" TO W-FIM-SCAN
                   GO TO MARCA-VENDAS1-FIM.
                IF VCX-OPERADOR NOT = W-OPERADOR
                   OR VCX-SITUACAO NOT = "A"
                   GO TO MARCA-VENDAS1-FIM.
                MOVE "F"        TO VCX-SITUACAO
                MOVE W-DATA-FCX TO VCX-DT-FECHA
                MOVE W-HORA-FCX TO VCX-HR-FECHA
                REWRITE REGVCX
                IF ST-VCX NOT = "00" AND ST-VCX NOT = "02"
                   CALL "LOGERRO" USING "SGP030  "
                        "MARCA-VENDAS1       " ST-VCX
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADVCX" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       MARCA-VENDAS1-FIM.
                EXIT.
      *
      ************************************
      * RELATORIO DO FECHAMENTO NO SPOOL *
      ************************************
      *
       IMP-FECHA.
                CALL "SPLNOME" USING "SGP030  " W-NOME-REL
                OPEN OUTPUT RELFCX
                IF ST-REL NOT = "00"
                   CALL "LOGERRO" USING "SGP030  "
                        "IMP-FECHA           " ST-REL
                   MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IMP-FECHA-FIM.
                MOVE W-OPERADOR    TO LC-OPERADOR
                MOVE W-NOMEOPER    TO LC-NOMEOPER
                MOVE W-DATA-FCX    TO LC-DATA
                MOVE W-HORA-FCX    TO LC-HORA
                MOVE OPER-CODIGO   TO LC-OPER-FECHA
                MOVE W-QTDE-VENDAS TO LQ-QTDE
                MOVE W-DT-INI      TO LQ-DT-INI
                MOVE W-DT-FIM      TO LQ-DT-FIM
                WRITE LINRELFCX FROM LIN-CAB1
                WRITE LINRELFCX FROM LIN-CAB2
                WRITE LINRELFCX FROM LIN-TRACO
                WRITE LINRELFCX FROM LIN-QTD
                WRITE LINRELFCX FROM LIN-BRANCO
                MOVE "TOTAL VENDIDO.........:" TO LV-ROTULO
                MOVE W-TOT-VENDA TO LV-VALOR
                WRITE LINRELFCX FROM LIN-VAL
                MOVE "  DINHEIRO............:" TO LV-ROTULO
                MOVE W-TOT-DIN   TO LV-VALOR
                WRITE LINRELFCX FROM LIN-VAL
                MOVE "  CARTAO..............:" TO LV-ROTULO
                MOVE W-TOT-CAR   TO LV-VALOR
                WRITE LINRELFCX FROM LIN-VAL
                MOVE "  PIX.................:" TO LV-ROTULO
                MOVE W-TOT-PIX   TO LV-VALOR
                WRITE LINRELFCX FROM LIN-VAL
                MOVE "TROCO DADO............:" TO LV-ROTULO
                MOVE W-TOT-TROCO TO LV-VALOR
                WRITE LINRELFCX FROM LIN-VAL
                WRITE LINRELFCX FROM LIN-BRANCO
                MOVE "FUNDO DE TROCO........:" TO LV-ROTULO
                MOVE W-FUNDO     TO LV-VALOR
                WRITE LINRELFCX FROM LIN-VAL
                MOVE "DINHEIRO ESPERADO.....:" TO LV-ROTULO
                MOVE W-ESPERADO  TO LV-VALOR
                WRITE LINRELFCX FROM LIN-VAL
                MOVE "DINHEIRO CONTADO......:" TO LV-ROTULO
                MOVE W-CONTADO   TO LV-VALOR
                WRITE LINRELFCX FROM LIN-VAL
                MOVE "DIFERENCA.............:" TO LV-ROTULO
                MOVE W-DIFERENCA TO LV-VALOR
                WRITE LINRELFCX FROM LIN-VAL
                CLOSE RELFCX
                MOVE SPACES TO W-PARAMS-SPL
                STRING "OPER=" W-OPERADOR " DATA=" W-DATA-FCX
                       DELIMITED BY SIZE INTO W-PARAMS-SPL
                CALL "SPLREG" USING "SGP030  " W-NOME-REL
                     W-PARAMS-SPL.
       IMP-FECHA-FIM.
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
               DISPLAY (20, 13) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 1000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (20, 13) MENS.
       ROT-MENS-FIM.
                EXIT.
