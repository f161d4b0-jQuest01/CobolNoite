       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB017.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * PASSO DA CADEIA NOTURNA (SGB008):  *
      * APLICA AS ALTERACOES DE PRECO      *
      * PROGRAMADAS NO CADAGP (SGP025) QUE *
      * VENCEM ATE HOJE E RESTAURA O PRECO *
      * ANTERIOR DAS QUE CHEGARAM A DATA   *
      * DE FIM, GRAVANDO O ANTES/DEPOIS NO *
      * HISTPRECO COMO O SGP002 (OPERADOR  *
      * = SGB017). NA RESTAURACAO SO VOLTA *
      * O CAMPO QUE AINDA TEM O PRECO      *
      * PROGRAMADO (ALTERACAO MANUAL FEITA *
      * DEPOIS PREVALECE). LISTA O QUE FOI *
      * ALTERADO E O QUE ESTA PROGRAMADO   *
      * PARA OS PROXIMOS 7 DIAS            *
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
           COPY SELHIST.COB.
           COPY SELPARM.COB.
           SELECT RELAGP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDAGP.COB.
           COPY FDPRO.COB.
           COPY FDHIST.COB.
           COPY FDPARM.COB.
       FD  RELAGP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-REL.
       01 LINRELAGP           PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-AGP       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-HIST      PIC X(02) VALUE "00".
       77 ST-PARM      PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-NOME-REL   PIC X(30) VALUE SPACES.
       77 W-PARAMS-SPL PIC X(30) VALUE SPACES.
       77 W-FIM        PIC X(01) VALUE "N".
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-LIMITE     PIC 9(08) VALUE ZEROS.
       77 W-INT-DATA   PIC 9(08) VALUE ZEROS.
       77 W-MOTIVO     PIC X(40) VALUE SPACES.
       77 W-OLDPRECOC  PIC 9(06)V99 VALUE ZEROS.
       77 W-OLDPRECOV  PIC 9(06)V99 VALUE ZEROS.
       77 W-NOVO-CUSTO PIC 9(06)V99 VALUE ZEROS.
       77 W-NOVA-VENDA PIC 9(06)V99 VALUE ZEROS.
       77 W-MARGEM     PIC S9(05)V99 VALUE ZEROS.
       77 W-MARGEM-MIN PIC 9(03)V99 VALUE ZEROS.
       77 W-TENTA      PIC 9(02) VALUE ZEROS.
       77 W-QTDE-APL   PIC 9(06) VALUE ZEROS.
       77 W-QTDE-RST   PIC 9(06) VALUE ZEROS.
       77 W-QTDE-REJ   PIC 9(06) VALUE ZEROS.
       77 W-QTDE-PRX   PIC 9(06) VALUE ZEROS.
      *
       01 LIN-CAB1.
           03 FILLER          PIC X(40)  VALUE
              "SGB017 - PROGRAMACAO DE PRECOS - DATA: ".
           03 LC-DATA         PIC 9999/99/99.
       01 LIN-CAB2.
           03 FILLER          PIC X(132) VALUE
      -       "PRODUTO DENOMINACAO                    DATA       EVENTO 
      -       "    CUSTO ANT. CUSTO NOVO  VENDA ANT. VENDA NOVA  RESULTA
      -       "DO".
       01 LIN-TIT1.
           03 FILLER          PIC X(40)  VALUE
              "*** ALTERACOES EFETUADAS HOJE ***".
       01 LIN-TIT2.
           03 FILLER          PIC X(40)  VALUE
              "*** PROGRAMADO PARA OS PROXIMOS 7 DIAS".
       01 LIN-DET.
           03 LD-CODIGO       PIC 9(05).
           03 FILLER          PIC X(03)  VALUE SPACES.
           03 LD-DENOM        PIC X(30).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-DATA         PIC 9999/99/99.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-EVENTO       PIC X(10).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-CUSTO-ANT    PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-CUSTO-NOVO   PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-VENDA-ANT    PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-VENDA-NOVA   PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-RESULTADO    PIC X(40).
       01 LIN-TOT1.
           03 FILLER          PIC X(32)  VALUE
              "ALTERACOES APLICADAS..........:".
           03 LT-APL          PIC ZZZZZ9.
       01 LIN-TOT2.
           03 FILLER          PIC X(32)  VALUE
              "PRECOS RESTAURADOS............:".
           03 LT-RST          PIC ZZZZZ9.
       01 LIN-TOT3.
           03 FILLER          PIC X(32)  VALUE
              "RECUSADAS/NAO RESTAURADAS.....:".
           03 LT-REJ          PIC ZZZZZ9.
       01 LIN-TOT4.
           03 FILLER          PIC X(32)  VALUE
              "PROGRAMADAS P/ PROXIMOS 7 DIAS:".
           03 LT-PRX          PIC ZZZZZ9.
       01 LIN-BRANCO          PIC X(132) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SGB017 - PROGRAMACAO DE PRECOS"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-HOJE
           COMPUTE W-INT-DATA = FUNCTION INTEGER-OF-DATE(W-HOJE)
           COMPUTE W-LIMITE =
               FUNCTION DATE-OF-INTEGER(W-INT-DATA + 7).
       ABRE-ARQUIVOS.
           OPEN I-O CADAGP
           IF ST-AGP NOT = "00"
               IF ST-AGP = "30" OR ST-AGP = "35"
                   OPEN OUTPUT CADAGP
                   CLOSE CADAGP
                   GO TO ABRE-ARQUIVOS
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO CADAGP " ST-AGP
                   STOP RUN.
           OPEN I-O CADPRO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADPRO " ST-ERRO
               STOP RUN.
       ABRE-HIST.
           OPEN I-O HISTPRECO
           IF ST-HIST NOT = "00"
               IF ST-HIST = "30" OR ST-HIST = "35"
                   OPEN OUTPUT HISTPRECO
                   CLOSE HISTPRECO
                   GO TO ABRE-HIST
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO HISTPRECO " ST-HIST
                   STOP RUN.
      *
      * MARGEM MINIMA DO CADPARM, A MESMA DO SGP002 (SEM O
      * PARAMETRO VALE 10%)
      *
       LE-MARGEM.
           MOVE 10 TO W-MARGEM-MIN
           OPEN INPUT CADPARM
           IF ST-PARM NOT = "00"
               GO TO ABRE-RELATORIO.
           MOVE "MARGEM  " TO PARM-CHAVE
           READ CADPARM
               NOT INVALID KEY
                   MOVE PARM-MARGEM-MIN TO W-MARGEM-MIN.
           CLOSE CADPARM.
       ABRE-RELATORIO.
           CALL "SPLNOME" USING "SGB017  " W-NOME-REL
           OPEN OUTPUT RELAGP
           IF ST-REL NOT = "00"
               CALL "LOGERRO" USING "SGB017  "
                    "ABRE-RELATORIO      " ST-REL
               DISPLAY "ERRO NA ABERTURA DO RELATORIO " ST-REL
               CLOSE CADAGP CADPRO HISTPRECO
               MOVE 8 TO RETURN-CODE
               GOBACK.
           MOVE W-HOJE TO LC-DATA
           WRITE LINRELAGP FROM LIN-CAB1
           WRITE LINRELAGP FROM LIN-BRANCO
           WRITE LINRELAGP FROM LIN-TIT1
           WRITE LINRELAGP FROM LIN-CAB2.
       PROC-PRINCIPAL.
           MOVE ZEROS TO AGP-CHAVE
           START CADAGP KEY IS NOT LESS THAN AGP-CHAVE
               INVALID KEY MOVE "S" TO W-FIM.
           PERFORM PROCESSA-AGENDA THRU PROCESSA-AGENDA-FIM
               UNTIL W-FIM = "S"
           WRITE LINRELAGP FROM LIN-BRANCO
           WRITE LINRELAGP FROM LIN-TIT2
           WRITE LINRELAGP FROM LIN-CAB2
           MOVE "N" TO W-FIM
           MOVE ZEROS TO AGP-CHAVE
           START CADAGP KEY IS NOT LESS THAN AGP-CHAVE
               INVALID KEY MOVE "S" TO W-FIM.
           PERFORM LISTA-PROXIMOS THRU LISTA-PROXIMOS-FIM
               UNTIL W-FIM = "S"
           MOVE W-QTDE-APL TO LT-APL
           MOVE W-QTDE-RST TO LT-RST
           MOVE W-QTDE-REJ TO LT-REJ
           MOVE W-QTDE-PRX TO LT-PRX
           WRITE LINRELAGP FROM LIN-BRANCO
           WRITE LINRELAGP FROM LIN-TOT1
           WRITE LINRELAGP FROM LIN-TOT2
           WRITE LINRELAGP FROM LIN-TOT3
           WRITE LINRELAGP FROM LIN-TOT4
           CLOSE CADAGP CADPRO HISTPRECO RELAGP
           MOVE W-HOJE TO W-PARAMS-SPL
           CALL "SPLREG" USING "SGB017  " W-NOME-REL W-PARAMS-SPL
           DISPLAY "SGB017 - ALTERACOES APLICADAS...: " W-QTDE-APL
           DISPLAY "SGB017 - PRECOS RESTAURADOS.....: " W-QTDE-RST
           DISPLAY "SGB017 - RECUSADAS/NAO RESTAUR..: " W-QTDE-REJ
           DISPLAY "SGB017 - PROXIMOS 7 DIAS........: " W-QTDE-PRX
           GOBACK.
      *
      *****************************************
      * PROGRAMACOES VENCIDAS: APLICA AS      *
      * PENDENTES E RESTAURA AS APLICADAS QUE *
      * CHEGARAM AO FIM (UMA APLICADA COM O   *
      * FIM JA VENCIDO - CADEIA ATRASADA - E  *
      * RESTAURADA NA MESMA PASSADA)          *
      *****************************************
       PROCESSA-AGENDA.
           READ CADAGP NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO PROCESSA-AGENDA-FIM.
           IF AGP-SITUACAO = "P" AND AGP-DT-INI NOT > W-HOJE
               PERFORM APLICA-PRECO THRU APLICA-PRECO-FIM.
           IF AGP-SITUACAO = "A" AND AGP-DT-FIM NOT > W-HOJE
               PERFORM RESTAURA-PRECO THRU RESTAURA-PRECO-FIM.
       PROCESSA-AGENDA-FIM.
           EXIT.
      *
       APLICA-PRECO.
           MOVE "APLICA" TO LD-EVENTO
           MOVE AGP-PRECOC-NOVO TO W-NOVO-CUSTO
           MOVE AGP-PRECOV-NOVO TO W-NOVA-VENDA
           MOVE AGP-DT-INI TO LD-DATA
           MOVE AGP-CODIGO TO CODIGO
           READ CADPRO
               INVALID KEY
                   MOVE SPACES TO DENOM
                   MOVE ZEROS  TO PRECOC PRECOV
                   MOVE "RECUSADA - PRODUTO NAO CADASTRADO"
                                         TO W-MOTIVO
                   GO TO APLICA-PRECO-REJ.
           MOVE PRECOC TO W-OLDPRECOC W-NOVO-CUSTO
           MOVE PRECOV TO W-OLDPRECOV W-NOVA-VENDA
           IF AGP-PRECOC-NOVO NOT = ZEROS
               MOVE AGP-PRECOC-NOVO TO W-NOVO-CUSTO.
           IF AGP-PRECOV-NOVO NOT = ZEROS
               MOVE AGP-PRECOV-NOVO TO W-NOVA-VENDA.
           IF SITUACAO NOT = "A"
               MOVE "RECUSADA - PRODUTO CANCELADO/EXCLUIDO"
                                         TO W-MOTIVO
               GO TO APLICA-PRECO-REJ.
           IF W-NOVA-VENDA NOT > W-NOVO-CUSTO
               MOVE "RECUSADA - VENDA NAO SUPERA O CUSTO"
                                         TO W-MOTIVO
               GO TO APLICA-PRECO-REJ.
           COMPUTE W-MARGEM ROUNDED =
                   ((W-NOVA-VENDA - W-NOVO-CUSTO) / W-NOVO-CUSTO) * 100
           IF W-MARGEM < W-MARGEM-MIN
               MOVE "RECUSADA - MARGEM ABAIXO DO MINIMO"
                                         TO W-MOTIVO
               GO TO APLICA-PRECO-REJ.
           MOVE W-NOVO-CUSTO TO PRECOC
           MOVE W-NOVA-VENDA TO PRECOV
           REWRITE REGPRO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               CALL "LOGERRO" USING "SGB017  "
                    "APLICA-PRECO        " ST-ERRO
               MOVE SPACES TO W-MOTIVO
               STRING "RECUSADA - ERRO NA GRAVACAO DO CADPRO "
                      ST-ERRO
                      DELIMITED BY SIZE INTO W-MOTIVO
               GO TO APLICA-PRECO-REJ.
           PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
           MOVE W-OLDPRECOC TO AGP-PRECOC-ANT
           MOVE W-OLDPRECOV TO AGP-PRECOV-ANT
           MOVE W-HOJE      TO AGP-DT-APLIC
           IF AGP-DT-FIM = ZEROS
               MOVE "E" TO AGP-SITUACAO
           ELSE
               MOVE "A" TO AGP-SITUACAO.
           PERFORM REGRAVA-AGP THRU REGRAVA-AGP-FIM
           ADD 1 TO W-QTDE-APL
           MOVE "APLICADA" TO W-MOTIVO
           PERFORM IMPRIME-ALTERACAO THRU IMPRIME-ALTERACAO-FIM
           GO TO APLICA-PRECO-FIM.
       APLICA-PRECO-REJ.
           MOVE "R" TO AGP-SITUACAO
           PERFORM REGRAVA-AGP THRU REGRAVA-AGP-FIM
           ADD 1 TO W-QTDE-REJ
           MOVE PRECOC TO W-OLDPRECOC
           MOVE PRECOV TO W-OLDPRECOV
           PERFORM IMPRIME-ALTERACAO THRU IMPRIME-ALTERACAO-FIM.
       APLICA-PRECO-FIM.
           EXIT.
      *
       RESTAURA-PRECO.
           MOVE "RESTAURA" TO LD-EVENTO
           MOVE AGP-DT-FIM TO LD-DATA
           MOVE "E" TO AGP-SITUACAO
           PERFORM REGRAVA-AGP THRU REGRAVA-AGP-FIM
           MOVE AGP-CODIGO TO CODIGO
           READ CADPRO
               INVALID KEY
                   MOVE SPACES TO DENOM
                   MOVE ZEROS  TO PRECOC PRECOV
                   MOVE "NAO RESTAURADO - PRODUTO NAO CADASTRADO"
                                         TO W-MOTIVO
                   GO TO RESTAURA-PRECO-REJ.
           MOVE PRECOC TO W-OLDPRECOC W-NOVO-CUSTO
           MOVE PRECOV TO W-OLDPRECOV W-NOVA-VENDA
           IF AGP-PRECOC-NOVO NOT = ZEROS
              AND PRECOC = AGP-PRECOC-NOVO
               MOVE AGP-PRECOC-ANT TO W-NOVO-CUSTO.
           IF AGP-PRECOV-NOVO NOT = ZEROS
              AND PRECOV = AGP-PRECOV-NOVO
               MOVE AGP-PRECOV-ANT TO W-NOVA-VENDA.
           IF W-NOVO-CUSTO = PRECOC AND W-NOVA-VENDA = PRECOV
               MOVE "NAO RESTAURADO - PRECO ALTERADO DEPOIS"
                                         TO W-MOTIVO
               GO TO RESTAURA-PRECO-REJ.
           IF W-NOVA-VENDA NOT > W-NOVO-CUSTO
               MOVE "NAO RESTAURADO - VENDA NAO SUPERA CUSTO"
                                         TO W-MOTIVO
               GO TO RESTAURA-PRECO-REJ.
           MOVE W-NOVO-CUSTO TO PRECOC
           MOVE W-NOVA-VENDA TO PRECOV
           REWRITE REGPRO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               CALL "LOGERRO" USING "SGB017  "
                    "RESTAURA-PRECO      " ST-ERRO
               MOVE SPACES TO W-MOTIVO
               STRING "NAO RESTAURADO - ERRO NO CADPRO "
                      ST-ERRO
                      DELIMITED BY SIZE INTO W-MOTIVO
               GO TO RESTAURA-PRECO-REJ.
           PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
           ADD 1 TO W-QTDE-RST
           MOVE "RESTAURADO" TO W-MOTIVO
           PERFORM IMPRIME-ALTERACAO THRU IMPRIME-ALTERACAO-FIM
           GO TO RESTAURA-PRECO-FIM.
       RESTAURA-PRECO-REJ.
           ADD 1 TO W-QTDE-REJ
           MOVE PRECOC TO W-NOVO-CUSTO
           MOVE PRECOV TO W-NOVA-VENDA
           PERFORM IMPRIME-ALTERACAO THRU IMPRIME-ALTERACAO-FIM.
       RESTAURA-PRECO-FIM.
           EXIT.
      *
       REGRAVA-AGP.
           REWRITE REGAGP
           IF ST-AGP NOT = "00" AND ST-AGP NOT = "02"
               CALL "LOGERRO" USING "SGB017  "
                    "REGRAVA-AGP         " ST-AGP.
       REGRAVA-AGP-FIM.
           EXIT.
      *
      *****************************************
      * ANTES/DEPOIS NO HISTPRECO, COMO O     *
      * ALT-HIST-LOG DO SGP002; DUAS          *
      * ALTERACOES DO MESMO PRODUTO NO MESMO  *
      * INSTANTE AVANCAM A HORA DA CHAVE      *
      *****************************************
       GRAVA-HIST.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE CODIGO              TO HIST-CODIGO
           MOVE W-DATAHORA(1:8)     TO HIST-DATA
           MOVE W-DATAHORA(9:8)     TO HIST-HORA
           MOVE W-OLDPRECOC         TO HIST-PRECOC-ANT
           MOVE PRECOC              TO HIST-PRECOC-NOVO
           MOVE W-OLDPRECOV         TO HIST-PRECOV-ANT
           MOVE PRECOV              TO HIST-PRECOV-NOVO
           MOVE "SGB017  "          TO HIST-OPERADOR
           MOVE ZEROS TO W-TENTA.
       GRAVA-HIST1.
           WRITE REGHIST
           IF ST-HIST = "22" AND W-TENTA < 99
               ADD 1 TO W-TENTA
               ADD 1 TO HIST-HORA
               GO TO GRAVA-HIST1.
           IF ST-HIST NOT = "00" AND ST-HIST NOT = "02"
               CALL "LOGERRO" USING "SGB017  "
                    "GRAVA-HIST          " ST-HIST.
       GRAVA-HIST-FIM.
           EXIT.
      *
       IMPRIME-ALTERACAO.
           MOVE AGP-CODIGO   TO LD-CODIGO
           MOVE DENOM        TO LD-DENOM
           MOVE W-OLDPRECOC  TO LD-CUSTO-ANT
           MOVE W-NOVO-CUSTO TO LD-CUSTO-NOVO
           MOVE W-OLDPRECOV  TO LD-VENDA-ANT
           MOVE W-NOVA-VENDA TO LD-VENDA-NOVA
           MOVE W-MOTIVO     TO LD-RESULTADO
           WRITE LINRELAGP FROM LIN-DET.
       IMPRIME-ALTERACAO-FIM.
           EXIT.
      *
      *****************************************
      * PREVIA: O QUE SERA APLICADO OU        *
      * RESTAURADO NOS PROXIMOS 7 DIAS, COM O *
      * PRECO DE HOJE COMO "ANTERIOR"         *
      *****************************************
       LISTA-PROXIMOS.
           READ CADAGP NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO LISTA-PROXIMOS-FIM.
           IF AGP-SITUACAO NOT = "P" AND AGP-SITUACAO NOT = "A"
               GO TO LISTA-PROXIMOS-FIM.
           MOVE AGP-CODIGO TO CODIGO
           READ CADPRO
               INVALID KEY
                   MOVE SPACES TO DENOM
                   MOVE ZEROS  TO PRECOC PRECOV.
           MOVE SPACES TO W-MOTIVO
           IF AGP-SITUACAO = "A"
               GO TO LISTA-PROXIMOS-RST.
           IF AGP-DT-INI NOT > W-HOJE OR AGP-DT-INI > W-LIMITE
               GO TO LISTA-PROXIMOS-FIM.
           MOVE "APLICA"   TO LD-EVENTO
           MOVE AGP-DT-INI TO LD-DATA
           MOVE PRECOC TO W-OLDPRECOC W-NOVO-CUSTO
           MOVE PRECOV TO W-OLDPRECOV W-NOVA-VENDA
           IF AGP-PRECOC-NOVO NOT = ZEROS
               MOVE AGP-PRECOC-NOVO TO W-NOVO-CUSTO.
           IF AGP-PRECOV-NOVO NOT = ZEROS
               MOVE AGP-PRECOV-NOVO TO W-NOVA-VENDA.
           IF AGP-DT-FIM NOT = ZEROS AND AGP-DT-FIM NOT > W-LIMITE
               MOVE "RESTAURA NO FIM DO PERIODO" TO W-MOTIVO.
           ADD 1 TO W-QTDE-PRX
           PERFORM IMPRIME-ALTERACAO THRU IMPRIME-ALTERACAO-FIM
           GO TO LISTA-PROXIMOS-FIM.
       LISTA-PROXIMOS-RST.
           IF AGP-DT-FIM NOT > W-HOJE OR AGP-DT-FIM > W-LIMITE
               GO TO LISTA-PROXIMOS-FIM.
           MOVE "RESTAURA"     TO LD-EVENTO
           MOVE AGP-DT-FIM     TO LD-DATA
           MOVE PRECOC TO W-OLDPRECOC W-NOVO-CUSTO
           MOVE PRECOV TO W-OLDPRECOV W-NOVA-VENDA
           IF AGP-PRECOC-NOVO NOT = ZEROS
              AND PRECOC = AGP-PRECOC-NOVO
               MOVE AGP-PRECOC-ANT TO W-NOVO-CUSTO.
           IF AGP-PRECOV-NOVO NOT = ZEROS
              AND PRECOV = AGP-PRECOV-NOVO
               MOVE AGP-PRECOV-ANT TO W-NOVA-VENDA.
           ADD 1 TO W-QTDE-PRX
           PERFORM IMPRIME-ALTERACAO THRU IMPRIME-ALTERACAO-FIM.
       LISTA-PROXIMOS-FIM.
           EXIT.
