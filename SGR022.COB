       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGR022.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * RELATORIO DE META X REALIZADO POR  *
      * VENDEDOR NO MES: COMPARA AS METAS  *
      * DO CADMET (SGP033) COM AS VENDAS   *
      * ATE A DATA (CADPED/ITEPED NAS      *
      * SITUACOES E/S/T/V, LIQUIDAS DAS    *
      * DEVOLUCOES DO SGP013), COM % DE    *
      * ATINGIMENTO, PROJECAO LINEAR ATE O *
      * FIM DO MES PELOS DIAS UTEIS        *
      * DECORRIDOS E RANKING DOS           *
      * VENDEDORES. ABRE POR TIPO DE       *
      * PRODUTO QUANDO HA META POR TIPO.   *
      * PARAMETRO NO CONSOLE: PERIODO      *
      * AAAAMM (0 = MES CORRENTE)          *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELMET.COB.
           COPY SELPED.COB.
           COPY SELITE.COB.
           COPY SELPRO.COB.
           COPY SELTIPO.COB.
           COPY SELUSU.COB.
           SELECT RELMET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDMET.COB.
           COPY FDPED.COB.
           COPY FDITE.COB.
           COPY FDPRO.COB.
           COPY FDTIPO.COB.
           COPY FDUSU.COB.
       FD  RELMET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-REL.
       01 LINRELMET           PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-MET       PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-ITE       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-TIPO      PIC X(02) VALUE "00".
       77 ST-USU       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-FIM        PIC X(01) VALUE "N".
       77 W-FIM-ITENS  PIC X(01) VALUE "N".
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-PED-PER    PIC 9(06) VALUE ZEROS.
       77 W-INT-INI    PIC 9(08) VALUE ZEROS.
       77 W-INT-FIM    PIC 9(08) VALUE ZEROS.
       77 W-INT-DATA   PIC 9(08) VALUE ZEROS.
       77 W-QUOC       PIC 9(08) VALUE ZEROS.
       77 W-DIA-SEM    PIC 9(01) VALUE ZEROS.
       77 W-DIAS-MES   PIC 9(02) VALUE ZEROS.
       77 W-DIA        PIC 9(02) VALUE ZEROS.
       77 W-UTEIS-MES  PIC 9(02) VALUE ZEROS.
       77 W-UTEIS-DEC  PIC 9(02) VALUE ZEROS.
       77 W-TP         PIC 9(02) VALUE ZEROS COMP.
       77 W-IX         PIC 9(04) VALUE ZEROS COMP.
       77 W-JX         PIC 9(04) VALUE ZEROS COMP.
       77 W-LINHA      PIC 9(04) VALUE ZEROS COMP.
       77 W-QTD-VND    PIC 9(04) VALUE ZEROS COMP.
       77 W-EXCEDE     PIC 9(05) VALUE ZEROS.
       77 W-QTDE-PED   PIC 9(06) VALUE ZEROS.
       77 W-QTDE-MET   PIC 9(05) VALUE ZEROS.
       77 W-VLR-ITEM   PIC S9(11)V99 VALUE ZEROS.
       77 W-PCT        PIC 9(07)V99 VALUE ZEROS.
       77 W-PROJ       PIC 9(11)V99 VALUE ZEROS.
       77 W-VAL-META   PIC 9(11)V99 VALUE ZEROS.
       77 W-VAL-REAL   PIC 9(11)V99 VALUE ZEROS.
       77 W-TOT-META   PIC 9(11)V99 VALUE ZEROS.
       77 W-TOT-REAL   PIC 9(11)V99 VALUE ZEROS.
       77 W-TOT-PROJ   PIC 9(11)V99 VALUE ZEROS.
       77 W-TOT-VENDA  PIC 9(11)V99 VALUE ZEROS.
       77 W-VENDEDOR   PIC X(08) VALUE SPACES.
       77 W-NOME-REL   PIC X(30) VALUE SPACES.
       77 W-PARAMS-SPL PIC X(30) VALUE SPACES.
       01 W-PERIODO           PIC 9(06) VALUE ZEROS.
       01 W-PERIODO-R REDEFINES W-PERIODO.
           03 W-PER-ANO       PIC 9(04).
           03 W-PER-MES       PIC 9(02).
       01 W-DATA-TST          PIC 9(08) VALUE ZEROS.
       01 W-DATA-TST-R REDEFINES W-DATA-TST.
           03 W-TST-ANO       PIC 9(04).
           03 W-TST-MES       PIC 9(02).
           03 W-TST-DIA       PIC 9(02).
      *
      * UMA LINHA POR VENDEDOR; WV-TIPO (1 A 10) = TIPOPRD 0 A 9.
      * WV-ORDEM 1 = TEM META (RANKING PELO % ATINGIDO), 2 = SEM
      * META (NO FIM, PELO VALOR VENDIDO)
      *
       01 W-TABVND.
           03 W-VND-TAB OCCURS 200 TIMES.
               05 WV-CODIGO    PIC X(08).
               05 WV-ORDEM     PIC X(01).
               05 WV-TEM-GERAL PIC X(01).
               05 WV-META-GER  PIC 9(11)V99.
               05 WV-META      PIC 9(11)V99.
               05 WV-REAL      PIC 9(11)V99.
               05 WV-QPED      PIC 9(05).
               05 WV-PCT       PIC 9(07)V99.
               05 WV-TIPO OCCURS 10 TIMES.
                   07 WV-TEM-TP    PIC X(01).
                   07 WV-META-TP   PIC 9(11)V99.
                   07 WV-REAL-TP   PIC 9(11)V99.
       01 W-TROCA-VND.
           03 WT-CODIGO        PIC X(08).
           03 WT-ORDEM         PIC X(01).
           03 WT-TEM-GERAL     PIC X(01).
           03 WT-META-GER      PIC 9(11)V99.
           03 WT-META          PIC 9(11)V99.
           03 WT-REAL          PIC 9(11)V99.
           03 WT-QPED          PIC 9(05).
           03 WT-PCT           PIC 9(07)V99.
           03 WT-TIPO OCCURS 10 TIMES.
               05 WT-TEM-TP    PIC X(01).
               05 WT-META-TP   PIC 9(11)V99.
               05 WT-REAL-TP   PIC 9(11)V99.
       01 LIN-CAB1.
           03 FILLER          PIC X(36)  VALUE
              "METAS DE VENDA - META X REALIZADO".
           03 FILLER          PIC X(10)  VALUE " PERIODO: ".
           03 LC-PERIODO      PIC 9(06).
           03 FILLER          PIC X(14)  VALUE "  DIAS UTEIS: ".
           03 LC-UTEIS-DEC    PIC Z9.
           03 FILLER          PIC X(01)  VALUE "/".
           03 LC-UTEIS-MES    PIC Z9.
           03 FILLER          PIC X(08)  VALUE "  EMIT: ".
           03 LC-HOJE         PIC 9(08).
       01 LIN-CAB2.
           03 FILLER          PIC X(100) VALUE
      -       "RK  VENDEDOR NOME                           META      REA
      -       "LIZADO  %ATING.      PROJECAO   %PROJ.".
       01 LIN-DET.
           03 LD-RANK         PIC ZZ9.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-CODIGO       PIC X(08).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-NOME         PIC X(20).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-META         PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-REAL         PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-PCT          PIC ZZZZ9,99.
           03 LD-PCT-X REDEFINES LD-PCT PIC X(08).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-PROJ         PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-PCT-PROJ     PIC ZZZZ9,99.
           03 LD-PCT-PROJ-X REDEFINES LD-PCT-PROJ PIC X(08).
       01 LIN-TIP.
           03 FILLER          PIC X(13)  VALUE SPACES.
           03 FILLER          PIC X(05)  VALUE "TIPO ".
           03 LP-TIPO         PIC 9(01).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LP-DESC         PIC X(13).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LP-META         PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LP-REAL         PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LP-PCT          PIC ZZZZ9,99.
           03 LP-PCT-X REDEFINES LP-PCT PIC X(08).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LP-PROJ         PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LP-PCT-PROJ     PIC ZZZZ9,99.
           03 LP-PCT-PROJ-X REDEFINES LP-PCT-PROJ PIC X(08).
       01 LIN-TOT1.
           03 FILLER          PIC X(32)  VALUE
              "PEDIDOS NO PERIODO............:".
           03 LT-QPED         PIC ZZZZZ9.
       01 LIN-TOT2.
           03 FILLER          PIC X(32)  VALUE
              "META TOTAL....................:".
           03 LT-META         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LIN-TOT3.
           03 FILLER          PIC X(32)  VALUE
              "REALIZADO VENDEDORES C/ META..:".
           03 LT-REAL         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(03)  VALUE SPACES.
           03 LT-PCT          PIC ZZZZ9,99.
           03 FILLER          PIC X(02)  VALUE " %".
       01 LIN-TOT4.
           03 FILLER          PIC X(32)  VALUE
              "PROJECAO PARA O FIM DO MES....:".
           03 LT-PROJ         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(03)  VALUE SPACES.
           03 LT-PCT-PROJ     PIC ZZZZ9,99.
           03 FILLER          PIC X(02)  VALUE " %".
       01 LIN-TOT5.
           03 FILLER          PIC X(32)  VALUE
              "TOTAL VENDIDO NO PERIODO......:".
           03 LT-VENDA        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LIN-BRANCO          PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SGR022 - METAS DE VENDA - META X REALIZADO"
           DISPLAY "PERIODO (AAAAMM, 0 = MES CORRENTE): "
           ACCEPT W-PERIODO
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-HOJE
           IF W-PERIODO = ZEROS
               MOVE W-HOJE(1:6) TO W-PERIODO.
           IF W-PER-ANO < 2000 OR W-PER-MES < 01 OR W-PER-MES > 12
               DISPLAY "SGR022 - PERIODO INVALIDO"
               STOP RUN.
           PERFORM CONTA-DIAS-UTEIS THRU CONTA-DIAS-UTEIS-FIM.
       ABRE-ARQUIVOS.
           OPEN INPUT CADMET
           IF ST-MET NOT = "00"
               IF ST-MET = "35"
                   MOVE "99" TO ST-MET
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO CADMET " ST-MET
                   STOP RUN.
           OPEN INPUT CADPED
           IF ST-PED NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADPED " ST-PED
               STOP RUN.
           OPEN INPUT ITEPED
           IF ST-ITE NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ITEPED " ST-ITE
               STOP RUN.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADPRO " ST-ERRO
               STOP RUN.
           OPEN INPUT CADUSU
           IF ST-USU NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADUSU " ST-USU
               STOP RUN.
           OPEN INPUT CADTIPO
           IF ST-TIPO NOT = "00"
               MOVE "99" TO ST-TIPO.
           CALL "SPLNOME" USING "SGR022  " W-NOME-REL
           OPEN OUTPUT RELMET
           MOVE W-PERIODO   TO LC-PERIODO
           MOVE W-UTEIS-DEC TO LC-UTEIS-DEC
           MOVE W-UTEIS-MES TO LC-UTEIS-MES
           MOVE W-HOJE      TO LC-HOJE
           WRITE LINRELMET FROM LIN-CAB1
           WRITE LINRELMET FROM LIN-CAB2.
       PROC-PRINCIPAL.
           IF ST-MET = "00"
               PERFORM CARREGA-METAS THRU CARREGA-METAS-FIM.
           MOVE "N" TO W-FIM
           PERFORM VARRE-PEDIDOS THRU VARRE-PEDIDOS-FIM
               UNTIL W-FIM = "S"
           PERFORM APURA-VENDEDOR THRU APURA-VENDEDOR-FIM
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QTD-VND
           PERFORM ORDENA-VENDEDOR THRU ORDENA-VENDEDOR-FIM
           PERFORM IMPRIME-VENDEDOR THRU IMPRIME-VENDEDOR-FIM
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QTD-VND
           MOVE W-QTDE-PED  TO LT-QPED
           MOVE W-TOT-VENDA TO LT-VENDA
           MOVE W-TOT-META  TO LT-META W-VAL-META
           MOVE W-TOT-REAL  TO LT-REAL W-VAL-REAL
           PERFORM CALCULA-PCT THRU CALCULA-PCT-FIM
           MOVE W-PCT       TO LT-PCT
           MOVE W-TOT-PROJ  TO LT-PROJ W-VAL-REAL
           PERFORM CALCULA-PCT THRU CALCULA-PCT-FIM
           MOVE W-PCT       TO LT-PCT-PROJ
           WRITE LINRELMET FROM LIN-BRANCO
           WRITE LINRELMET FROM LIN-TOT1
           WRITE LINRELMET FROM LIN-TOT2
           WRITE LINRELMET FROM LIN-TOT3
           WRITE LINRELMET FROM LIN-TOT4
           WRITE LINRELMET FROM LIN-TOT5
           IF ST-MET = "00"
               CLOSE CADMET.
           IF ST-TIPO = "00"
               CLOSE CADTIPO.
           CLOSE CADPED ITEPED CADPRO CADUSU RELMET
           STRING "PER=" W-PERIODO " DIAS=" W-UTEIS-DEC "/"
                  W-UTEIS-MES
                  DELIMITED BY SIZE INTO W-PARAMS-SPL
           CALL "SPLREG" USING "SGR022  " W-NOME-REL W-PARAMS-SPL
           DISPLAY "SGR022 - METAS DO PERIODO....: " W-QTDE-MET
           DISPLAY "SGR022 - PEDIDOS NO PERIODO..: " W-QTDE-PED
           IF W-EXCEDE NOT = ZEROS
               DISPLAY "SGR022 - TABELA CHEIA - FORA DO RELATORIO: "
                       W-EXCEDE.
           GOBACK.
      *
      ************************************
      * DIAS UTEIS (SEGUNDA A SEXTA) DO  *
      * MES E DECORRIDOS ATE HOJE. MES   *
      * PASSADO CONTA TODOS; MES FUTURO, *
      * NENHUM. O DIA 1 DO CALENDARIO DO *
      * INTEGER-OF-DATE E SEGUNDA: RESTO *
      * 1 A 5 = SEGUNDA A SEXTA          *
      ************************************
      *
       CONTA-DIAS-UTEIS.
           MOVE W-PERIODO TO W-DATA-TST(1:6)
           MOVE 01        TO W-TST-DIA
           COMPUTE W-INT-INI = FUNCTION INTEGER-OF-DATE(W-DATA-TST)
           IF W-TST-MES = 12
               ADD 1 TO W-TST-ANO
               MOVE 01 TO W-TST-MES
           ELSE
               ADD 1 TO W-TST-MES.
           COMPUTE W-INT-FIM = FUNCTION INTEGER-OF-DATE(W-DATA-TST)
           COMPUTE W-DIAS-MES = W-INT-FIM - W-INT-INI
           MOVE ZEROS TO W-UTEIS-MES W-UTEIS-DEC
           PERFORM CONTA-DIA THRU CONTA-DIA-FIM
               VARYING W-DIA FROM 1 BY 1 UNTIL W-DIA > W-DIAS-MES.
       CONTA-DIAS-UTEIS-FIM.
           EXIT.
       CONTA-DIA.
           COMPUTE W-INT-DATA = W-INT-INI + W-DIA - 1
           DIVIDE W-INT-DATA BY 7 GIVING W-QUOC REMAINDER W-DIA-SEM
           IF W-DIA-SEM = 0 OR W-DIA-SEM = 6
               GO TO CONTA-DIA-FIM.
           ADD 1 TO W-UTEIS-MES
           MOVE W-PERIODO TO W-DATA-TST(1:6)
           MOVE W-DIA     TO W-TST-DIA
           IF W-DATA-TST NOT > W-HOJE
               ADD 1 TO W-UTEIS-DEC.
       CONTA-DIA-FIM.
           EXIT.
      *
      ************************************
      * METAS DO PERIODO: TIPO G = META  *
      * GERAL; 0 A 9 = META DO TIPO      *
      ************************************
      *
       CARREGA-METAS.
           MOVE W-PERIODO TO MET-PERIODO
           MOVE SPACES    TO MET-VENDEDOR MET-TIPO
           START CADMET KEY IS NOT LESS THAN MET-CHAVE
               INVALID KEY GO TO CARREGA-METAS-FIM.
           MOVE "N" TO W-FIM
           PERFORM LE-META THRU LE-META-FIM
               UNTIL W-FIM = "S".
       CARREGA-METAS-FIM.
           EXIT.
       LE-META.
           READ CADMET NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO LE-META-FIM.
           IF MET-PERIODO NOT = W-PERIODO
               MOVE "S" TO W-FIM
               GO TO LE-META-FIM.
           MOVE MET-VENDEDOR TO W-VENDEDOR
           PERFORM ACHA-VENDEDOR THRU ACHA-VENDEDOR-FIM
           IF W-LINHA = 0
               GO TO LE-META-FIM.
           ADD 1 TO W-QTDE-MET
           IF MET-TIPO = "G"
               MOVE "S"       TO WV-TEM-GERAL(W-LINHA)
               MOVE MET-VALOR TO WV-META-GER(W-LINHA)
               GO TO LE-META-FIM.
           IF MET-TIPO NOT NUMERIC
               GO TO LE-META-FIM.
           MOVE MET-TIPO TO W-TP
           ADD 1 TO W-TP
           MOVE "S"       TO WV-TEM-TP(W-LINHA W-TP)
           MOVE MET-VALOR TO WV-META-TP(W-LINHA W-TP).
       LE-META-FIM.
           EXIT.
      *
      ************************************
      * LOCALIZA (OU ABRE) A LINHA DO    *
      * VENDEDOR (W-VENDEDOR)            *
      ************************************
      *
       ACHA-VENDEDOR.
           MOVE ZEROS TO W-LINHA
           PERFORM BUSCA-VENDEDOR THRU BUSCA-VENDEDOR-FIM
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QTD-VND
           IF W-LINHA NOT = 0
               GO TO ACHA-VENDEDOR-FIM.
           IF W-QTD-VND = 200
               ADD 1 TO W-EXCEDE
               GO TO ACHA-VENDEDOR-FIM.
           ADD 1 TO W-QTD-VND
           MOVE W-QTD-VND    TO W-LINHA
           MOVE W-VENDEDOR   TO WV-CODIGO(W-LINHA)
           MOVE "N"          TO WV-TEM-GERAL(W-LINHA)
           MOVE "2"          TO WV-ORDEM(W-LINHA)
           MOVE ZEROS        TO WV-META-GER(W-LINHA) WV-META(W-LINHA)
                                WV-REAL(W-LINHA) WV-QPED(W-LINHA)
                                WV-PCT(W-LINHA)
           PERFORM LIMPA-TIPO THRU LIMPA-TIPO-FIM
               VARYING W-TP FROM 1 BY 1 UNTIL W-TP > 10.
       ACHA-VENDEDOR-FIM.
           EXIT.
       BUSCA-VENDEDOR.
           IF WV-CODIGO(W-IX) = W-VENDEDOR
               MOVE W-IX TO W-LINHA.
       BUSCA-VENDEDOR-FIM.
           EXIT.
       LIMPA-TIPO.
           MOVE "N"   TO WV-TEM-TP(W-LINHA W-TP)
           MOVE ZEROS TO WV-META-TP(W-LINHA W-TP)
                         WV-REAL-TP(W-LINHA W-TP).
       LIMPA-TIPO-FIM.
           EXIT.
      *
      ************************************
      * VENDAS DO MES. O TOTAL DO        *
      * VENDEDOR E O PED-TOTAL (JA SEM   *
      * AS DEVOLUCOES, COMO NO SGR015);  *
      * A ABERTURA POR TIPO VEM DOS      *
      * ITENS, LIQUIDOS DO DEVOLVIDO     *
      ************************************
      *
       VARRE-PEDIDOS.
           READ CADPED NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO VARRE-PEDIDOS-FIM.
           MOVE PED-DATA(1:6) TO W-PED-PER
           IF W-PED-PER NOT = W-PERIODO
               GO TO VARRE-PEDIDOS-FIM.
           IF PED-SITUACAO NOT = "E" AND PED-SITUACAO NOT = "S"
               AND PED-SITUACAO NOT = "T" AND PED-SITUACAO NOT = "V"
               GO TO VARRE-PEDIDOS-FIM.
           MOVE PED-VENDEDOR TO W-VENDEDOR
           PERFORM ACHA-VENDEDOR THRU ACHA-VENDEDOR-FIM
           IF W-LINHA = 0
               GO TO VARRE-PEDIDOS-FIM.
           ADD 1         TO W-QTDE-PED
           ADD 1         TO WV-QPED(W-LINHA)
           ADD PED-TOTAL TO WV-REAL(W-LINHA)
           MOVE PED-NUMERO TO ITE-NUMERO
           MOVE ZEROS      TO ITE-SEQ
           START ITEPED KEY IS NOT LESS THAN ITE-CHAVE
               INVALID KEY GO TO VARRE-PEDIDOS-FIM.
           MOVE "N" TO W-FIM-ITENS
           PERFORM VARRE-ITENS THRU VARRE-ITENS-FIM
               UNTIL W-FIM-ITENS = "S".
       VARRE-PEDIDOS-FIM.
           EXIT.
       VARRE-ITENS.
           READ ITEPED NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ITENS
                   GO TO VARRE-ITENS-FIM.
           IF ITE-NUMERO NOT = PED-NUMERO
               MOVE "S" TO W-FIM-ITENS
               GO TO VARRE-ITENS-FIM.
           MOVE ITE-CODIGO TO CODIGO
           READ CADPRO
               INVALID KEY GO TO VARRE-ITENS-FIM.
           COMPUTE W-VLR-ITEM = ITE-TOTAL -
                   ITE-QTDE-DEV * (ITE-PRECO - ITE-DESCONTO)
           IF W-VLR-ITEM < ZEROS
               MOVE ZEROS TO W-VLR-ITEM.
           COMPUTE W-TP = TIPOPRD + 1
           ADD W-VLR-ITEM TO WV-REAL-TP(W-LINHA W-TP).
       VARRE-ITENS-FIM.
           EXIT.
      *
      ************************************
      * META DO VENDEDOR (GERAL OU SOMA  *
      * DAS METAS POR TIPO) E % ATINGIDO *
      ************************************
      *
       APURA-VENDEDOR.
           IF WV-TEM-GERAL(W-IX) = "S"
               MOVE WV-META-GER(W-IX) TO WV-META(W-IX)
           ELSE
               MOVE ZEROS TO WV-META(W-IX)
               PERFORM SOMA-META-TIPO THRU SOMA-META-TIPO-FIM
                   VARYING W-TP FROM 1 BY 1 UNTIL W-TP > 10.
           IF WV-META(W-IX) = ZEROS
               MOVE "2"   TO WV-ORDEM(W-IX)
               MOVE ZEROS TO WV-PCT(W-IX)
               GO TO APURA-VENDEDOR-FIM.
           MOVE "1" TO WV-ORDEM(W-IX)
           ADD WV-META(W-IX) TO W-TOT-META
           MOVE WV-META(W-IX) TO W-VAL-META
           MOVE WV-REAL(W-IX) TO W-VAL-REAL
           PERFORM CALCULA-PCT THRU CALCULA-PCT-FIM
           MOVE W-PCT TO WV-PCT(W-IX).
       APURA-VENDEDOR-FIM.
           EXIT.
       SOMA-META-TIPO.
           IF WV-TEM-TP(W-IX W-TP) = "S"
               ADD WV-META-TP(W-IX W-TP) TO WV-META(W-IX).
       SOMA-META-TIPO-FIM.
           EXIT.
      *
       CALCULA-PCT.
           MOVE ZEROS TO W-PCT
           IF W-VAL-META = ZEROS
               GO TO CALCULA-PCT-FIM.
           COMPUTE W-PCT ROUNDED = W-VAL-REAL * 100 / W-VAL-META
               ON SIZE ERROR MOVE 9999999,99 TO W-PCT.
       CALCULA-PCT-FIM.
           EXIT.
      *
      ************************************
      * PROJECAO LINEAR: REALIZADO POR   *
      * DIA UTIL DECORRIDO VEZES OS DIAS *
      * UTEIS DO MES                     *
      ************************************
      *
       CALCULA-PROJ.
           MOVE ZEROS TO W-PROJ
           IF W-UTEIS-DEC = ZEROS
               GO TO CALCULA-PROJ-FIM.
           COMPUTE W-PROJ ROUNDED =
               W-VAL-REAL * W-UTEIS-MES / W-UTEIS-DEC
               ON SIZE ERROR MOVE ZEROS TO W-PROJ.
       CALCULA-PROJ-FIM.
           EXIT.
      *
      ************************************
      * RANKING: QUEM TEM META PRIMEIRO, *
      * PELO % ATINGIDO DECRESCENTE; OS  *
      * SEM META NO FIM, PELO VALOR      *
      ************************************
      *
       ORDENA-VENDEDOR.
           IF W-QTD-VND < 2
               GO TO ORDENA-VENDEDOR-FIM.
           PERFORM ORDENA-VENDEDOR1 THRU ORDENA-VENDEDOR1-FIM
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX = W-QTD-VND.
       ORDENA-VENDEDOR-FIM.
           EXIT.
       ORDENA-VENDEDOR1.
           COMPUTE W-JX = W-IX + 1
           PERFORM ORDENA-VENDEDOR2 THRU ORDENA-VENDEDOR2-FIM
               VARYING W-JX FROM W-JX BY 1 UNTIL W-JX > W-QTD-VND.
       ORDENA-VENDEDOR1-FIM.
           EXIT.
       ORDENA-VENDEDOR2.
           IF WV-ORDEM(W-JX) < WV-ORDEM(W-IX)
               OR (WV-ORDEM(W-JX) = WV-ORDEM(W-IX)
                   AND WV-ORDEM(W-JX) = "1"
                   AND WV-PCT(W-JX) > WV-PCT(W-IX))
               OR (WV-ORDEM(W-JX) = WV-ORDEM(W-IX)
                   AND WV-ORDEM(W-JX) = "2"
                   AND WV-REAL(W-JX) > WV-REAL(W-IX))
               MOVE W-VND-TAB(W-IX) TO W-TROCA-VND
               MOVE W-VND-TAB(W-JX) TO W-VND-TAB(W-IX)
               MOVE W-TROCA-VND     TO W-VND-TAB(W-JX).
       ORDENA-VENDEDOR2-FIM.
           EXIT.
      *
       IMPRIME-VENDEDOR.
           MOVE WV-CODIGO(W-IX) TO USU-CODIGO
           READ CADUSU
               INVALID KEY
                   MOVE "*** NAO CADASTRADO ***" TO USU-NOME.
           MOVE WV-META(W-IX) TO W-VAL-META
           MOVE WV-REAL(W-IX) TO W-VAL-REAL
           PERFORM CALCULA-PROJ THRU CALCULA-PROJ-FIM
           ADD WV-REAL(W-IX) TO W-TOT-VENDA
           IF WV-ORDEM(W-IX) = "1"
               ADD WV-REAL(W-IX) TO W-TOT-REAL
               ADD W-PROJ        TO W-TOT-PROJ.
           MOVE W-IX            TO LD-RANK
           MOVE WV-CODIGO(W-IX) TO LD-CODIGO
           MOVE USU-NOME        TO LD-NOME
           MOVE WV-META(W-IX)   TO LD-META
           MOVE WV-REAL(W-IX)   TO LD-REAL
           MOVE W-PROJ          TO LD-PROJ
           IF WV-ORDEM(W-IX) = "2"
               MOVE "SEM META" TO LD-PCT-X LD-PCT-PROJ-X
           ELSE
               MOVE WV-PCT(W-IX) TO LD-PCT
               MOVE W-PROJ       TO W-VAL-REAL
               PERFORM CALCULA-PCT THRU CALCULA-PCT-FIM
               MOVE W-PCT        TO LD-PCT-PROJ.
           WRITE LINRELMET FROM LIN-DET
           PERFORM IMPRIME-TIPO THRU IMPRIME-TIPO-FIM
               VARYING W-TP FROM 1 BY 1 UNTIL W-TP > 10.
       IMPRIME-VENDEDOR-FIM.
           EXIT.
      *
      * ABERTURA POR TIPO SO PARA OS TIPOS COM META
      *
       IMPRIME-TIPO.
           IF WV-TEM-TP(W-IX W-TP) NOT = "S"
               GO TO IMPRIME-TIPO-FIM.
           COMPUTE LP-TIPO = W-TP - 1
           MOVE SPACES TO LP-DESC
           IF ST-TIPO = "00"
               MOVE LP-TIPO TO CT-TIPOPRD
               READ CADTIPO
                   INVALID KEY MOVE SPACES TO CT-DESCPRD
               END-READ
               MOVE CT-DESCPRD TO LP-DESC.
           MOVE WV-META-TP(W-IX W-TP) TO W-VAL-META LP-META
           MOVE WV-REAL-TP(W-IX W-TP) TO W-VAL-REAL LP-REAL
           PERFORM CALCULA-PCT THRU CALCULA-PCT-FIM
           MOVE W-PCT TO LP-PCT
           PERFORM CALCULA-PROJ THRU CALCULA-PROJ-FIM
           MOVE W-PROJ TO LP-PROJ W-VAL-REAL
           PERFORM CALCULA-PCT THRU CALCULA-PCT-FIM
           MOVE W-PCT TO LP-PCT-PROJ
           WRITE LINRELMET FROM LIN-TIP.
       IMPRIME-TIPO-FIM.
           EXIT.
