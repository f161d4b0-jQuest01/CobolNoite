       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGR020.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * PROJECAO SEMANAL DE FLUXO DE CAIXA *
      * PARA OS PROXIMOS 90 DIAS: PARCELAS *
      * EM ABERTO DO CADREC (ENTRADAS, POR *
      * REC-VENCTO) E DO CADPAG (SAIDAS,   *
      * POR PAG-VENCTO) AGRUPADAS EM 13    *
      * SEMANAS A PARTIR DA DATA DO DIA,   *
      * COM LIQUIDO DA SEMANA E SALDO      *
      * ACUMULADO A PARTIR DO SALDO DE     *
      * CAIXA INFORMADO NO CONSOLE.        *
      * PARCELAS A RECEBER VENCIDAS FICAM  *
      * EM COLUNA PROPRIA E NAO ENTRAM NO  *
      * SALDO; PARCELAS A PAGAR VENCIDAS   *
      * ENTRAM NA PRIMEIRA SEMANA. PODE    *
      * RODAR COMO PASSO DO SGB008         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELREC.COB.
           COPY SELPAG.COB.
           SELECT RELFLX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDREC.COB.
           COPY FDPAG.COB.
       FD  RELFLX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-REL.
       01 LINRELFLX           PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-REC       PIC X(02) VALUE "00".
       77 ST-PAG       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-FIM        PIC X(01) VALUE "N".
       77 W-SEM-PAG    PIC X(01) VALUE "N".
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-INT-HOJE   PIC 9(08) VALUE ZEROS.
       77 W-INT-VCT    PIC 9(08) VALUE ZEROS.
       77 W-DIAS       PIC S9(05) VALUE ZEROS.
       77 W-SEMANA     PIC 9(02) VALUE ZEROS.
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-SALDO-INI  PIC 9(09)V99 VALUE ZEROS.
       77 W-SALDO      PIC S9(11)V99 VALUE ZEROS.
       77 W-LIQUIDO    PIC S9(11)V99 VALUE ZEROS.
       77 W-VENCIDO    PIC 9(11)V99 VALUE ZEROS.
       77 W-QTDE-REC   PIC 9(06) VALUE ZEROS.
       77 W-QTDE-PAG   PIC 9(06) VALUE ZEROS.
       77 W-QTDE-FORA  PIC 9(06) VALUE ZEROS.
       77 W-IX         PIC 9(02) VALUE ZEROS COMP.
       77 W-ED-SALDO   PIC ZZZZZZZZ9,99.
       77 W-NOME-REL   PIC X(30) VALUE SPACES.
       77 W-PARAMS-SPL PIC X(30) VALUE SPACES.
       01 W-TABSEM.
           03 W-SEM-TAB OCCURS 13 TIMES.
               05 WS-INICIO    PIC 9(08).
               05 WS-FIM       PIC 9(08).
               05 WS-ENTRADA   PIC 9(11)V99.
               05 WS-SAIDA     PIC 9(11)V99.
       01 W-TOTAIS.
           03 WG-ENTRADA       PIC 9(11)V99 VALUE ZEROS.
           03 WG-SAIDA         PIC 9(11)V99 VALUE ZEROS.
       01 LIN-CAB1.
           03 FILLER          PIC X(50)  VALUE
              "PROJECAO SEMANAL DE FLUXO DE CAIXA - 90 DIAS".
           03 FILLER          PIC X(06)  VALUE "DATA: ".
           03 LC-DATA         PIC 9(08).
       01 LIN-CAB2.
           03 FILLER          PIC X(132) VALUE
      -       "SEMANA  INICIO      FIM       REC. VENCIDO        A RECEB
      -       "ER          A PAGAR       LIQUIDO   SALDO ACUMULADO".
       01 LIN-INI.
           03 FILLER          PIC X(34)  VALUE
              "SALDO INICIAL DE CAIXA".
           03 FILLER          PIC X(57)  VALUE SPACES.
           03 LI-SALDO        PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01 LIN-VENC.
           03 FILLER          PIC X(28)  VALUE
              "VENCIDOS (FORA DO SALDO)".
           03 LV-VENCIDO      PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-DET.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-SEMANA       PIC Z9.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-INICIO       PIC 9(08).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-FIM          PIC 9(08).
           03 FILLER          PIC X(19)  VALUE SPACES.
           03 LD-ENTRADA      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 LD-SAIDA        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 LD-LIQUIDO      PIC ZZZ.ZZZ.ZZ9,99-.
           03 LD-SALDO        PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01 LIN-TOT.
           03 FILLER          PIC X(28)  VALUE "TOTAL".
           03 LT-VENCIDO      PIC ZZZ.ZZZ.ZZ9,99.
           03 LT-ENTRADA      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 LT-SAIDA        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 LT-LIQUIDO      PIC ZZZ.ZZZ.ZZ9,99-.
           03 LT-SALDO        PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01 LIN-BRANCO          PIC X(132) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SGR020 - PROJECAO SEMANAL DE FLUXO DE CAIXA"
           DISPLAY "SALDO INICIAL DE CAIXA: "
           ACCEPT W-SALDO-INI
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-HOJE
           COMPUTE W-INT-HOJE = FUNCTION INTEGER-OF-DATE(W-HOJE)
           PERFORM MONTA-SEMANAS THRU MONTA-SEMANAS-FIM
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 13.
       ABRE-ARQUIVOS.
           OPEN INPUT CADREC
           IF ST-REC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADREC " ST-REC
               STOP RUN.
      *
      * CONTAS A PAGAR AINDA NAO CRIADO (NENHUMA ENTRADA COM NOTA)
      * NAO IMPEDE A PROJECAO: SO NAO HA SAIDAS
      *
           OPEN INPUT CADPAG
           IF ST-PAG = "35"
               MOVE "S" TO W-SEM-PAG
           ELSE
               IF ST-PAG NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO CADPAG " ST-PAG
                   STOP RUN.
           CALL "SPLNOME" USING "SGR020  " W-NOME-REL
           OPEN OUTPUT RELFLX
           MOVE W-HOJE TO LC-DATA
           WRITE LINRELFLX FROM LIN-CAB1
           WRITE LINRELFLX FROM LIN-CAB2.
       PROC-PRINCIPAL.
           PERFORM VARRE-RECEBER THRU VARRE-RECEBER-FIM
               UNTIL W-FIM = "S"
           MOVE W-SEM-PAG TO W-FIM
           PERFORM VARRE-PAGAR THRU VARRE-PAGAR-FIM
               UNTIL W-FIM = "S"
           MOVE W-SALDO-INI TO W-SALDO
           MOVE W-SALDO     TO LI-SALDO
           WRITE LINRELFLX FROM LIN-BRANCO
           WRITE LINRELFLX FROM LIN-INI
           MOVE W-VENCIDO   TO LV-VENCIDO
           WRITE LINRELFLX FROM LIN-VENC
           PERFORM IMPRIME-SEMANA THRU IMPRIME-SEMANA-FIM
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 13
           COMPUTE W-LIQUIDO = WG-ENTRADA - WG-SAIDA
           MOVE W-VENCIDO   TO LT-VENCIDO
           MOVE WG-ENTRADA  TO LT-ENTRADA
           MOVE WG-SAIDA    TO LT-SAIDA
           MOVE W-LIQUIDO   TO LT-LIQUIDO
           MOVE W-SALDO     TO LT-SALDO
           WRITE LINRELFLX FROM LIN-BRANCO
           WRITE LINRELFLX FROM LIN-TOT
           CLOSE CADREC RELFLX
           IF W-SEM-PAG = "N"
               CLOSE CADPAG.
           MOVE W-SALDO-INI TO W-ED-SALDO
           STRING "SALDO INICIAL=" W-ED-SALDO
                  DELIMITED BY SIZE INTO W-PARAMS-SPL
           CALL "SPLREG" USING "SGR020  " W-NOME-REL W-PARAMS-SPL
           DISPLAY "SGR020 - PARCELAS A RECEBER: " W-QTDE-REC
           DISPLAY "SGR020 - PARCELAS A PAGAR..: " W-QTDE-PAG
           DISPLAY "SGR020 - APOS 90 DIAS......: " W-QTDE-FORA
           GOBACK.
      *
      *****************************************
      * SEMANA N = DIAS (N-1)*7 A N*7-1 A     *
      * PARTIR DE HOJE (13 SEMANAS = 91 DIAS) *
      *****************************************
       MONTA-SEMANAS.
           COMPUTE WS-INICIO(W-IX) = FUNCTION DATE-OF-INTEGER
                   (W-INT-HOJE + ((W-IX - 1) * 7))
           COMPUTE WS-FIM(W-IX) = FUNCTION DATE-OF-INTEGER
                   (W-INT-HOJE + (W-IX * 7) - 1)
           MOVE ZEROS TO WS-ENTRADA(W-IX) WS-SAIDA(W-IX).
       MONTA-SEMANAS-FIM.
           EXIT.
      *
       VARRE-RECEBER.
           READ CADREC NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO VARRE-RECEBER-FIM.
           IF REC-SITUACAO NOT = "A"
               GO TO VARRE-RECEBER-FIM.
           ADD 1 TO W-QTDE-REC
           COMPUTE W-INT-VCT = FUNCTION INTEGER-OF-DATE(REC-VENCTO)
           COMPUTE W-DIAS    = W-INT-VCT - W-INT-HOJE
           IF W-DIAS < ZEROS
               ADD REC-VALOR TO W-VENCIDO
               GO TO VARRE-RECEBER-FIM.
           IF W-DIAS > 90
               ADD 1 TO W-QTDE-FORA
               GO TO VARRE-RECEBER-FIM.
           COMPUTE W-SEMANA = (W-DIAS / 7) + 1
           ADD REC-VALOR TO WS-ENTRADA(W-SEMANA) WG-ENTRADA.
       VARRE-RECEBER-FIM.
           EXIT.
      *
       VARRE-PAGAR.
           READ CADPAG NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO VARRE-PAGAR-FIM.
           IF PAG-SITUACAO NOT = "A"
               GO TO VARRE-PAGAR-FIM.
           ADD 1 TO W-QTDE-PAG
           COMPUTE W-INT-VCT = FUNCTION INTEGER-OF-DATE(PAG-VENCTO)
           COMPUTE W-DIAS    = W-INT-VCT - W-INT-HOJE
           IF W-DIAS < ZEROS
               MOVE ZEROS TO W-DIAS.
           IF W-DIAS > 90
               ADD 1 TO W-QTDE-FORA
               GO TO VARRE-PAGAR-FIM.
           COMPUTE W-SEMANA = (W-DIAS / 7) + 1
           ADD PAG-VALOR TO WS-SAIDA(W-SEMANA) WG-SAIDA.
       VARRE-PAGAR-FIM.
           EXIT.
      *
       IMPRIME-SEMANA.
           COMPUTE W-LIQUIDO = WS-ENTRADA(W-IX) - WS-SAIDA(W-IX)
           ADD W-LIQUIDO TO W-SALDO
           MOVE W-IX             TO LD-SEMANA
           MOVE WS-INICIO(W-IX)  TO LD-INICIO
           MOVE WS-FIM(W-IX)     TO LD-FIM
           MOVE WS-ENTRADA(W-IX) TO LD-ENTRADA
           MOVE WS-SAIDA(W-IX)   TO LD-SAIDA
           MOVE W-LIQUIDO        TO LD-LIQUIDO
           MOVE W-SALDO          TO LD-SALDO
           WRITE LINRELFLX FROM LIN-DET.
       IMPRIME-SEMANA-FIM.
           EXIT.
