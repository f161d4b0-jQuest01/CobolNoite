       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB018.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * MANIFESTOS DE ENTREGA POR ROTA:    *
      * PEGA OS PEDIDOS SEPARADOS ("S")    *
      * AINDA SEM MANIFESTO, ACHA A ROTA   *
      * DO CLIENTE NO CADROT (FAIXA DE CEP *
      * ANTES DE BAIRRO+CIDADE, MENOR      *
      * CODIGO PRIMEIRO), ORDENA POR ROTA  *
      * E CEP E GERA UM MANIFESTO (CADMAN/ *
      * ITEMAN) E UMA FOLHA PARA O         *
      * MOTORISTA POR ROTA. SEM ROTA INFOR-*
      * MADA SO ENTRAM AS ROTAS QUE SAEM   *
      * NO DIA DA SEMANA DA DATA DE SAIDA. *
      * PEDIDOS SEM ROTA SAO LISTADOS A    *
      * PARTE E NAO ENTRAM EM MANIFESTO    *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELROT.COB.
           COPY SELPED.COB.
           COPY SELCLI.COB.
           COPY SELMAN.COB.
           COPY SELMNI.COB.
           COPY SELPARM.COB.
           SELECT RELMAN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
           SELECT SORTMAN ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDROT.COB.
           COPY FDPED.COB.
           COPY FDCLI.COB.
           COPY FDMAN.COB.
           COPY FDMNI.COB.
           COPY FDPARM.COB.
       FD  RELMAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-REL.
       01 LINRELMAN           PIC X(100).
       SD  SORTMAN.
       01 REGSORTMAN.
           03 SRT-ROTA        PIC 9(04).
           03 SRT-CEP         PIC 9(08).
           03 SRT-PEDIDO      PIC 9(05).
           03 SRT-IX          PIC 9(03).
           03 SRT-CLIENTE     PIC 9(05).
           03 SRT-ITENS       PIC 9(03).
           03 SRT-TOTAL       PIC 9(08)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ROT       PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-CLI       PIC X(02) VALUE "00".
       77 ST-MAN       PIC X(02) VALUE "00".
       77 ST-MNI       PIC X(02) VALUE "00".
       77 ST-PARM      PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-NOME-REL   PIC X(30) VALUE SPACES.
       77 W-PARAMS-SPL PIC X(30) VALUE SPACES.
       77 W-FIM        PIC X(01) VALUE "N".
       77 W-ABERTO     PIC X(01) VALUE "N".
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-DATA-SAIDA PIC 9(08) VALUE ZEROS.
       77 W-ROTA       PIC 9(03) VALUE ZEROS.
       77 W-INT-DATA   PIC 9(08) VALUE ZEROS.
       77 W-QUOC       PIC 9(08) VALUE ZEROS.
       77 W-DIA-SEM    PIC 9(01) VALUE ZEROS.
       77 W-IX         PIC 9(03) VALUE ZEROS.
       77 W-JX         PIC 9(01) VALUE ZEROS.
       77 W-ACHOU      PIC 9(03) VALUE ZEROS.
       77 W-QTD-ROT    PIC 9(03) VALUE ZEROS.
       77 W-EXCEDE     PIC 9(05) VALUE ZEROS.
       77 W-ROTA-ANT   PIC 9(04) VALUE ZEROS.
       77 W-NUM-MAN    PIC 9(06) VALUE ZEROS.
       77 W-SEQ        PIC 9(03) VALUE ZEROS.
       77 W-MAN-PED    PIC 9(03) VALUE ZEROS.
       77 W-MAN-ITENS  PIC 9(05) VALUE ZEROS.
       77 W-MAN-TOTAL  PIC 9(10)V99 VALUE ZEROS.
       77 W-QTDE-MAN   PIC 9(05) VALUE ZEROS.
       77 W-QTDE-PED   PIC 9(05) VALUE ZEROS.
       77 W-QTDE-SEM   PIC 9(05) VALUE ZEROS.
       77 W-QTDE-FORA  PIC 9(05) VALUE ZEROS.
      *
      * NOME DO ARQUIVO DE SPOOL DE CADA MANIFESTO: "MN" + NUMERO,
      * PARA DUAS ROTAS FECHADAS NO MESMO SEGUNDO NAO GERAREM O
      * MESMO ARQUIVO
      *
       01 W-ID-SPL.
           03 FILLER       PIC X(02) VALUE "MN".
           03 W-ID-NUM     PIC 9(06) VALUE ZEROS.
      *
      * ROTAS CARREGADAS DO CADROT EM ORDEM DE CODIGO
      *
       01 W-TAB-ROTAS.
           03 WR-REGISTRO  PIC X(232) OCCURS 200 TIMES.
      *
           COPY WSEMP.COB.
      *
       01 LIN-CAB1.
           03 LC-EMPRESA      PIC X(40).
           03 FILLER          PIC X(26)  VALUE
              "MANIFESTO DE ENTREGA No. ".
           03 LC-NUMERO       PIC 9(06).
       01 LIN-CAB2.
           03 FILLER          PIC X(07)  VALUE "ROTA: ".
           03 LC-ROTA         PIC 9(03).
           03 FILLER          PIC X(03)  VALUE " - ".
           03 LC-NOME-ROTA    PIC X(30).
           03 FILLER          PIC X(17)  VALUE "   DATA SAIDA: ".
           03 LC-SAIDA        PIC 9999/99/99.
       01 LIN-CAB3.
           03 FILLER          PIC X(100) VALUE
      -       "SEQ PEDIDO CLIENTE                               CEP     
      -       "   ITENS          VALOR".
       01 LIN-CABS1.
           03 LS-EMPRESA      PIC X(40).
           03 FILLER          PIC X(40)  VALUE
              "PEDIDOS SEPARADOS SEM ROTA DE ENTREGA".
       01 LIN-CABS2.
           03 FILLER          PIC X(100) VALUE
      -       "PEDIDO CLIENTE                               CEP       BA
      -       "IRRO               CIDADE".
       01 LIN-DET.
           03 LD-SEQ          PIC ZZ9.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-PEDIDO       PIC ZZZZZ9.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-CLIENTE      PIC 9(05).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-NOME         PIC X(30).
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-CEP          PIC 99999.999.
           03 FILLER          PIC X(04)  VALUE SPACES.
           03 LD-ITENS        PIC ZZ9.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-TOTAL        PIC ZZ.ZZZ.ZZ9,99.
       01 LIN-END.
           03 FILLER          PIC X(11)  VALUE SPACES.
           03 LE-LOGRAD       PIC X(40).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LE-BAIRRO       PIC X(20).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LE-CIDADE       PIC X(12).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LE-UF           PIC X(02).
       01 LIN-ASS.
           03 FILLER          PIC X(100) VALUE
      -       "           RECEBIDO POR: ______________________________  
      -       "  DATA: ___/___/______".
       01 LIN-SEM.
           03 LS-PEDIDO       PIC ZZZZ9.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LS-CLIENTE      PIC 9(05).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LS-NOME         PIC X(30).
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LS-CEP          PIC 99999.999.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LS-BAIRRO       PIC X(20).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LS-CIDADE       PIC X(12).
       01 LIN-TOT1.
           03 FILLER          PIC X(32)  VALUE
              "PEDIDOS NO MANIFESTO..........:".
           03 LT-PED          PIC ZZ9.
       01 LIN-TOT2.
           03 FILLER          PIC X(32)  VALUE
              "TOTAL DE ITENS................:".
           03 LT-ITENS        PIC ZZZZ9.
       01 LIN-TOT3.
           03 FILLER          PIC X(32)  VALUE
              "VALOR TOTAL...................:".
           03 LT-TOTAL        PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 LIN-TOT4.
           03 FILLER          PIC X(32)  VALUE
              "PEDIDOS SEM ROTA..............:".
           03 LT-SEM          PIC ZZZZ9.
       01 LIN-MOT.
           03 FILLER          PIC X(100) VALUE
      -       "MOTORISTA: ______________________________    CONFERENTE: 
      -       "______________________________".
       01 LIN-BRANCO          PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SGB018 - MANIFESTOS DE ENTREGA POR ROTA"
           CALL "LEREMP" USING DADOS-EMPRESA
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-HOJE
           DISPLAY "DATA DE SAIDA (AAAAMMDD, 0 = HOJE)......: "
           ACCEPT W-DATA-SAIDA
           IF W-DATA-SAIDA = ZEROS
               MOVE W-HOJE TO W-DATA-SAIDA.
           IF W-DATA-SAIDA < W-HOJE
               DISPLAY "SGB018 - DATA DE SAIDA ANTERIOR A HOJE"
               GOBACK.
           DISPLAY "ROTA (0 = TODAS AS QUE SAEM NO DIA).....: "
           ACCEPT W-ROTA
      *
      * DIA DA SEMANA: O DIA 1 DO CALENDARIO DO INTEGER-OF-DATE
      * (01/01/1601) E SEGUNDA; RESTO 0 = DOMINGO = ROT-DIA (1)
      *
           COMPUTE W-INT-DATA = FUNCTION INTEGER-OF-DATE(W-DATA-SAIDA)
           DIVIDE W-INT-DATA BY 7 GIVING W-QUOC REMAINDER W-DIA-SEM
           ADD 1 TO W-DIA-SEM.
       ABRE-ARQUIVOS.
           OPEN INPUT CADROT
           IF ST-ROT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADROT " ST-ROT
               STOP RUN.
           OPEN I-O CADPED
           IF ST-PED NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADPED " ST-PED
               STOP RUN.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADCLI " ST-CLI
               STOP RUN.
       ABRE-MAN.
           OPEN I-O CADMAN
           IF ST-MAN NOT = "00"
               IF ST-MAN = "30" OR ST-MAN = "35"
                   OPEN OUTPUT CADMAN
                   CLOSE CADMAN
                   GO TO ABRE-MAN
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO CADMAN " ST-MAN
                   STOP RUN.
       ABRE-MNI.
           OPEN I-O ITEMAN
           IF ST-MNI NOT = "00"
               IF ST-MNI = "30" OR ST-MNI = "35"
                   OPEN OUTPUT ITEMAN
                   CLOSE ITEMAN
                   GO TO ABRE-MNI
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ITEMAN " ST-MNI
                   STOP RUN.
       CARREGA.
           PERFORM CARREGA-ROTA THRU CARREGA-ROTA-FIM
               UNTIL W-FIM = "S"
           IF W-QTD-ROT = ZEROS
               DISPLAY "SGB018 - NENHUMA ROTA CADASTRADA (SGP027)"
               CLOSE CADROT CADPED CADCLI CADMAN ITEMAN
               GOBACK.
           IF W-EXCEDE NOT = ZEROS
               DISPLAY "SGB018 - ROTAS ALEM DE 200 IGNORADAS: "
                       W-EXCEDE.
           IF W-ROTA NOT = ZEROS
               MOVE W-ROTA TO ROT-CODIGO
               READ CADROT
                   INVALID KEY
                       DISPLAY "SGB018 - ROTA NAO CADASTRADA: " W-ROTA
                       CLOSE CADROT CADPED CADCLI CADMAN ITEMAN
                       GOBACK.
       PROC-PRINCIPAL.
           MOVE "N" TO W-FIM
           SORT SORTMAN ON ASCENDING KEY SRT-ROTA SRT-CEP SRT-PEDIDO
                INPUT  PROCEDURE IS MAN-SELECIONA
                                    THRU MAN-SELECIONA-FIM
                OUTPUT PROCEDURE IS MAN-GERA THRU MAN-GERA-FIM
           IF W-ABERTO = "S"
               PERFORM FECHA-GRUPO THRU FECHA-GRUPO-FIM.
           CLOSE CADROT CADPED CADCLI CADMAN ITEMAN
           DISPLAY "SGB018 - DATA DE SAIDA.........: " W-DATA-SAIDA
           DISPLAY "SGB018 - MANIFESTOS GERADOS....: " W-QTDE-MAN
           DISPLAY "SGB018 - PEDIDOS EM MANIFESTO..: " W-QTDE-PED
           DISPLAY "SGB018 - PEDIDOS SEM ROTA......: " W-QTDE-SEM
           DISPLAY "SGB018 - ROTA NAO SAI NO DIA...: " W-QTDE-FORA
           GOBACK.
      *
       CARREGA-ROTA.
           READ CADROT NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO CARREGA-ROTA-FIM.
           IF W-QTD-ROT = 200
               ADD 1 TO W-EXCEDE
               GO TO CARREGA-ROTA-FIM.
           ADD 1 TO W-QTD-ROT
           MOVE REGROT TO WR-REGISTRO (W-QTD-ROT).
       CARREGA-ROTA-FIM.
           EXIT.
      *
      *****************************************
      * PROCEDIMENTO DE ENTRADA DO SORT       *
      * PEDIDOS "S" SEM MANIFESTO, COM A ROTA *
      * DO CLIENTE. SEM ROTA VAI NA CHAVE     *
      * 9999 (SO QUANDO SAO TODAS AS ROTAS)   *
      *****************************************
       MAN-SELECIONA.
           PERFORM MAN-LE-PEDIDO THRU MAN-LE-PEDIDO-FIM
               UNTIL W-FIM = "S".
       MAN-SELECIONA-FIM.
           EXIT.
      *
       MAN-LE-PEDIDO.
           READ CADPED NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
               NOT AT END
                   PERFORM MAN-MONTA THRU MAN-MONTA-FIM.
       MAN-LE-PEDIDO-FIM.
           EXIT.
      *
       MAN-MONTA.
           IF PED-SITUACAO NOT = "S" OR PED-MANIFESTO NOT = ZEROS
               GO TO MAN-MONTA-FIM.
           MOVE PED-CLIENTE TO CLI-CODIGO
           READ CADCLI
               INVALID KEY
                   MOVE ZEROS  TO CLI-CEP
                   MOVE SPACES TO CLI-BAIRRO CLI-CIDADE.
           PERFORM BUSCA-ROTA THRU BUSCA-ROTA-FIM
           IF W-ACHOU = ZEROS
               IF W-ROTA NOT = ZEROS
                   GO TO MAN-MONTA-FIM
               ELSE
                   MOVE 9999 TO SRT-ROTA
                   ADD 1 TO W-QTDE-SEM
           ELSE
               MOVE WR-REGISTRO (W-ACHOU) TO REGROT
               IF W-ROTA NOT = ZEROS
                   IF ROT-CODIGO NOT = W-ROTA
                       GO TO MAN-MONTA-FIM
                   ELSE
                       MOVE ROT-CODIGO TO SRT-ROTA
               ELSE
                   IF ROT-DIA (W-DIA-SEM) NOT = "S"
                       ADD 1 TO W-QTDE-FORA
                       GO TO MAN-MONTA-FIM
                   ELSE
                       MOVE ROT-CODIGO TO SRT-ROTA.
           MOVE CLI-CEP        TO SRT-CEP
           MOVE PED-NUMERO     TO SRT-PEDIDO
           MOVE W-ACHOU        TO SRT-IX
           MOVE PED-CLIENTE    TO SRT-CLIENTE
           MOVE PED-QTDE-ITENS TO SRT-ITENS
           MOVE PED-TOTAL      TO SRT-TOTAL
           RELEASE REGSORTMAN.
       MAN-MONTA-FIM.
           EXIT.
      *
      *****************************************
      * ROTA DO CLIENTE: PRIMEIRO AS FAIXAS   *
      * DE CEP DE TODAS AS ROTAS, DEPOIS      *
      * BAIRRO + CIDADE. W-ACHOU = POSICAO NA *
      * TABELA (ZERO = SEM ROTA)              *
      *****************************************
       BUSCA-ROTA.
           MOVE ZEROS TO W-ACHOU
           IF CLI-CEP NOT = ZEROS
               PERFORM TESTA-FAIXAS THRU TESTA-FAIXAS-FIM
                   VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-QTD-ROT OR W-ACHOU NOT = ZEROS.
           IF W-ACHOU = ZEROS AND CLI-BAIRRO NOT = SPACES
               PERFORM TESTA-LOCAIS THRU TESTA-LOCAIS-FIM
                   VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-QTD-ROT OR W-ACHOU NOT = ZEROS.
       BUSCA-ROTA-FIM.
           EXIT.
      *
       TESTA-FAIXAS.
           MOVE WR-REGISTRO (W-IX) TO REGROT
           PERFORM TESTA-FAIXA THRU TESTA-FAIXA-FIM
               VARYING W-JX FROM 1 BY 1
               UNTIL W-JX > 4 OR W-ACHOU NOT = ZEROS.
       TESTA-FAIXAS-FIM.
           EXIT.
      *
       TESTA-FAIXA.
           IF ROT-CEP-INI (W-JX) NOT = ZEROS
               IF CLI-CEP NOT < ROT-CEP-INI (W-JX) AND
                  CLI-CEP NOT > ROT-CEP-FIM (W-JX)
                   MOVE W-IX TO W-ACHOU.
       TESTA-FAIXA-FIM.
           EXIT.
      *
       TESTA-LOCAIS.
           MOVE WR-REGISTRO (W-IX) TO REGROT
           PERFORM TESTA-LOCAL THRU TESTA-LOCAL-FIM
               VARYING W-JX FROM 1 BY 1
               UNTIL W-JX > 4 OR W-ACHOU NOT = ZEROS.
       TESTA-LOCAIS-FIM.
           EXIT.
      *
       TESTA-LOCAL.
           IF ROT-BAIRRO (W-JX) NOT = SPACES
               IF CLI-BAIRRO = ROT-BAIRRO (W-JX) AND
                  CLI-CIDADE = ROT-CIDADE (W-JX)
                   MOVE W-IX TO W-ACHOU.
       TESTA-LOCAL-FIM.
           EXIT.
      *
      *****************************************
      * PROCEDIMENTO DE SAIDA DO SORT         *
      * QUEBRA POR ROTA: UM MANIFESTO E UMA   *
      * FOLHA DE ENTREGA POR ROTA             *
      *****************************************
       MAN-GERA.
           RETURN SORTMAN AT END GO TO MAN-GERA-FIM.
           IF W-ABERTO = "N" OR SRT-ROTA NOT = W-ROTA-ANT
               IF W-ABERTO = "S"
                   PERFORM FECHA-GRUPO THRU FECHA-GRUPO-FIM
                   PERFORM ABRE-GRUPO THRU ABRE-GRUPO-FIM
               ELSE
                   PERFORM ABRE-GRUPO THRU ABRE-GRUPO-FIM.
           MOVE SRT-CLIENTE TO CLI-CODIGO
           READ CADCLI
               INVALID KEY
                   MOVE "*** CLIENTE NAO CADASTRADO ***" TO CLI-NOME
                   MOVE SPACES TO CLI-LOGRAD CLI-BAIRRO CLI-CIDADE
                                  CLI-UF.
           IF SRT-ROTA = 9999
               PERFORM IMPRIME-SEM THRU IMPRIME-SEM-FIM
           ELSE
               PERFORM INCLUI-PEDIDO THRU INCLUI-PEDIDO-FIM.
           GO TO MAN-GERA.
       MAN-GERA-FIM.
           EXIT.
      *
       ABRE-GRUPO.
           MOVE "S"      TO W-ABERTO
           MOVE SRT-ROTA TO W-ROTA-ANT
           MOVE ZEROS    TO W-SEQ W-MAN-PED W-MAN-ITENS W-MAN-TOTAL
           IF SRT-ROTA = 9999
               MOVE "ROTA=SEM" TO W-PARAMS-SPL
               CALL "SPLNOME" USING "SGB018  " W-NOME-REL
               OPEN OUTPUT RELMAN
               MOVE EMP-RAZAO TO LS-EMPRESA
               WRITE LINRELMAN FROM LIN-CABS1
               WRITE LINRELMAN FROM LIN-BRANCO
               WRITE LINRELMAN FROM LIN-CABS2
               GO TO ABRE-GRUPO-FIM.
           MOVE WR-REGISTRO (SRT-IX) TO REGROT
           PERFORM GERA-NUMERO THRU GERA-NUMERO-FIM
           MOVE SPACES TO W-PARAMS-SPL
           STRING "ROTA=" ROT-CODIGO " MANIF=" W-NUM-MAN
                  DELIMITED BY SIZE INTO W-PARAMS-SPL
           MOVE W-NUM-MAN TO W-ID-NUM
           CALL "SPLNOME" USING W-ID-SPL W-NOME-REL
           OPEN OUTPUT RELMAN
           MOVE EMP-RAZAO    TO LC-EMPRESA
           MOVE W-NUM-MAN    TO LC-NUMERO
           MOVE ROT-CODIGO   TO LC-ROTA
           MOVE ROT-NOME     TO LC-NOME-ROTA
           MOVE W-DATA-SAIDA TO LC-SAIDA
           WRITE LINRELMAN FROM LIN-CAB1
           WRITE LINRELMAN FROM LIN-CAB2
           WRITE LINRELMAN FROM LIN-BRANCO
           WRITE LINRELMAN FROM LIN-CAB3.
       ABRE-GRUPO-FIM.
           EXIT.
      *
      *****************************************
      * PEDIDO NO MANIFESTO: ITEMAN PENDENTE, *
      * PED-MANIFESTO NO CADPED E AS LINHAS   *
      * DE ENTREGA NA FOLHA DO MOTORISTA      *
      *****************************************
       INCLUI-PEDIDO.
           MOVE SRT-PEDIDO TO PED-NUMERO
           READ CADPED
               INVALID KEY
                   GO TO INCLUI-PEDIDO-FIM.
           ADD 1 TO W-SEQ
           MOVE W-NUM-MAN   TO MNI-NUMERO
           MOVE W-SEQ       TO MNI-SEQ
           MOVE SRT-PEDIDO  TO MNI-PEDIDO
           MOVE SRT-CLIENTE TO MNI-CLIENTE
           MOVE SRT-CEP     TO MNI-CEP
           MOVE SRT-ITENS   TO MNI-QTDE-ITENS
           MOVE SRT-TOTAL   TO MNI-TOTAL
           MOVE "P"         TO MNI-SITUACAO
           WRITE REGMNI
           IF ST-MNI NOT = "00" AND ST-MNI NOT = "02"
               CALL "LOGERRO" USING "SGB018  "
                    "INCLUI-PEDIDO       " ST-MNI
               DISPLAY "ERRO NA GRAVACAO DO ITEMAN " ST-MNI
               STOP RUN.
           MOVE W-NUM-MAN TO PED-MANIFESTO
           REWRITE REGPED
           IF ST-PED NOT = "00" AND ST-PED NOT = "02"
               CALL "LOGERRO" USING "SGB018  "
                    "INCLUI-PEDIDO       " ST-PED
               DISPLAY "ERRO NA GRAVACAO DO CADPED " ST-PED
               STOP RUN.
           ADD 1         TO W-MAN-PED W-QTDE-PED
           ADD SRT-ITENS TO W-MAN-ITENS
           ADD SRT-TOTAL TO W-MAN-TOTAL
           MOVE W-SEQ       TO LD-SEQ
           MOVE SRT-PEDIDO  TO LD-PEDIDO
           MOVE SRT-CLIENTE TO LD-CLIENTE
           MOVE CLI-NOME    TO LD-NOME
           MOVE SRT-CEP     TO LD-CEP
           MOVE SRT-ITENS   TO LD-ITENS
           MOVE SRT-TOTAL   TO LD-TOTAL
           MOVE CLI-LOGRAD  TO LE-LOGRAD
           MOVE CLI-BAIRRO  TO LE-BAIRRO
           MOVE CLI-CIDADE  TO LE-CIDADE
           MOVE CLI-UF      TO LE-UF
           WRITE LINRELMAN FROM LIN-BRANCO
           WRITE LINRELMAN FROM LIN-DET
           WRITE LINRELMAN FROM LIN-END
           WRITE LINRELMAN FROM LIN-ASS.
       INCLUI-PEDIDO-FIM.
           EXIT.
      *
       IMPRIME-SEM.
           MOVE SRT-PEDIDO  TO LS-PEDIDO
           MOVE SRT-CLIENTE TO LS-CLIENTE
           MOVE CLI-NOME    TO LS-NOME
           MOVE SRT-CEP     TO LS-CEP
           MOVE CLI-BAIRRO  TO LS-BAIRRO
           MOVE CLI-CIDADE  TO LS-CIDADE
           WRITE LINRELMAN FROM LIN-SEM.
       IMPRIME-SEM-FIM.
           EXIT.
      *
      *****************************************
      * FIM DA ROTA: TOTAIS, ASSINATURA DO    *
      * MOTORISTA E CABECALHO DO MANIFESTO    *
      *****************************************
       FECHA-GRUPO.
           MOVE "N" TO W-ABERTO
           WRITE LINRELMAN FROM LIN-BRANCO
           IF W-ROTA-ANT = 9999
               MOVE W-QTDE-SEM TO LT-SEM
               WRITE LINRELMAN FROM LIN-TOT4
               CLOSE RELMAN
               CALL "SPLREG" USING "SGB018  " W-NOME-REL W-PARAMS-SPL
               GO TO FECHA-GRUPO-FIM.
           MOVE W-MAN-PED   TO LT-PED
           MOVE W-MAN-ITENS TO LT-ITENS
           MOVE W-MAN-TOTAL TO LT-TOTAL
           WRITE LINRELMAN FROM LIN-TOT1
           WRITE LINRELMAN FROM LIN-TOT2
           WRITE LINRELMAN FROM LIN-TOT3
           WRITE LINRELMAN FROM LIN-BRANCO
           WRITE LINRELMAN FROM LIN-BRANCO
           WRITE LINRELMAN FROM LIN-MOT
           CLOSE RELMAN
           CALL "SPLREG" USING "SGB018  " W-NOME-REL W-PARAMS-SPL
           MOVE W-NUM-MAN    TO MAN-NUMERO
           MOVE ROT-CODIGO   TO MAN-ROTA
           MOVE ROT-NOME     TO MAN-NOME-ROTA
           MOVE W-DATA-SAIDA TO MAN-DT-SAIDA
           MOVE W-HOJE       TO MAN-DT-GERA
           MOVE W-MAN-PED    TO MAN-QTDE-PED
           MOVE W-MAN-TOTAL  TO MAN-TOTAL
           MOVE "A"          TO MAN-SITUACAO
           MOVE "ABERTO"     TO MAN-DESCSITU
           MOVE ZEROS        TO MAN-QTDE-ENT MAN-DT-BAIXA
           MOVE SPACES       TO MAN-OPER-BAIXA
           WRITE REGMAN
           IF ST-MAN NOT = "00" AND ST-MAN NOT = "02"
               CALL "LOGERRO" USING "SGB018  "
                    "FECHA-GRUPO         " ST-MAN
               DISPLAY "ERRO NA GRAVACAO DO CADMAN " ST-MAN
               STOP RUN.
           ADD 1 TO W-QTDE-MAN.
       FECHA-GRUPO-FIM.
           EXIT.
      *
      *****************************************
      * NUMERO DO MANIFESTO VIA CONTADOR NO   *
      * CADPARM (COMO A REMESSA DO SGB015)    *
      *****************************************
       GERA-NUMERO.
           OPEN I-O CADPARM
           IF ST-PARM NOT = "00"
               IF ST-PARM = "30"
                      OPEN OUTPUT CADPARM
                      CLOSE CADPARM
                      GO TO GERA-NUMERO
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO CADPARM " ST-PARM
                      STOP RUN.
           MOVE "MANIFEST" TO PARM-CHAVE
           READ CADPARM
               INVALID KEY
                   MOVE "MANIFEST" TO PARM-CHAVE
                   MOVE ZEROS      TO PARM-MARGEM-MIN
                   MOVE ZEROS      TO PARM-CONTADOR
                   WRITE REGPARM.
           ADD 1 TO PARM-CONTADOR
           MOVE PARM-CONTADOR TO W-NUM-MAN
           MOVE "MANIFEST" TO PARM-CHAVE
           REWRITE REGPARM
               INVALID KEY WRITE REGPARM
           END-REWRITE
           IF ST-PARM NOT = "00" AND ST-PARM NOT = "02"
               CALL "LOGERRO" USING "SGB018  "
                    "GERA-NUMERO         " ST-PARM
               DISPLAY "ERRO NA GRAVACAO DO CONTADOR DE MANIFESTO "
                       ST-PARM
               STOP RUN.
           CLOSE CADPARM.
       GERA-NUMERO-FIM.
           EXIT.
