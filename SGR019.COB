       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGR019.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * RELATORIO DE AGING DO CONTAS A     *
      * PAGAR: PARCELAS EM ABERTO DO       *
      * CADPAG AGRUPADAS POR FORNECEDOR E  *
      * CLASSIFICADAS POR ATRASO (A        *
      * VENCER, 1-30, 31-60, 61-90 E       *
      * ACIMA DE 90 DIAS) EM RELACAO A     *
      * DATA DO DIA                        *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELFOR.COB.
           COPY SELPAG.COB.
           SELECT RELAGE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDFOR.COB.
           COPY FDPAG.COB.
       FD  RELAGE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-REL.
       01 LINRELAGE           PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-FOR       PIC X(02) VALUE "00".
       77 ST-PAG       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-FIM        PIC X(01) VALUE "N".
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-INT-HOJE   PIC 9(08) VALUE ZEROS.
       77 W-INT-VCT    PIC 9(08) VALUE ZEROS.
       77 W-ATRASO     PIC S9(05) VALUE ZEROS.
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-QTDE-PARC  PIC 9(06) VALUE ZEROS.
       77 W-IX         PIC 9(04) VALUE ZEROS COMP.
       77 W-JX         PIC 9(04) VALUE ZEROS COMP.
       77 W-LINHA      PIC 9(04) VALUE ZEROS COMP.
       77 W-QTD-FOR    PIC 9(04) VALUE ZEROS COMP.
       77 W-EXCEDE     PIC 9(05) VALUE ZEROS.
       77 W-NOME-REL   PIC X(30) VALUE SPACES.
       77 W-PARAMS-SPL PIC X(30) VALUE SPACES.
       01 W-TABFOR.
           03 W-FOR-TAB OCCURS 999 TIMES.
               05 WC-CODIGO    PIC 9(05).
               05 WC-AVENCER   PIC 9(09)V99.
               05 WC-F01A30    PIC 9(09)V99.
               05 WC-F31A60    PIC 9(09)V99.
               05 WC-F61A90    PIC 9(09)V99.
               05 WC-MAIS90    PIC 9(09)V99.
               05 WC-TOTAL     PIC 9(09)V99.
       01 W-TROCA-FOR.
           03 WT-CODIGO        PIC 9(05).
           03 WT-AVENCER       PIC 9(09)V99.
           03 WT-F01A30        PIC 9(09)V99.
           03 WT-F31A60        PIC 9(09)V99.
           03 WT-F61A90        PIC 9(09)V99.
           03 WT-MAIS90        PIC 9(09)V99.
           03 WT-TOTAL         PIC 9(09)V99.
       01 W-TOTAIS.
           03 WG-AVENCER       PIC 9(11)V99 VALUE ZEROS.
           03 WG-F01A30        PIC 9(11)V99 VALUE ZEROS.
           03 WG-F31A60        PIC 9(11)V99 VALUE ZEROS.
           03 WG-F61A90        PIC 9(11)V99 VALUE ZEROS.
           03 WG-MAIS90        PIC 9(11)V99 VALUE ZEROS.
           03 WG-TOTAL         PIC 9(11)V99 VALUE ZEROS.
       01 LIN-CAB1.
           03 FILLER          PIC X(50)  VALUE
              "AGING DO CONTAS A PAGAR - PARCELAS EM ABERTO".
           03 FILLER          PIC X(06)  VALUE "DATA: ".
           03 LC-DATA         PIC 9(08).
       01 LIN-CAB2.
           03 FILLER          PIC X(132) VALUE
      -       "FORNEC  NOME                                 A VENCER
      -       "     1-30 DIAS    31-60 DIAS    61-90 DIAS      + 90 DIA
      -       "S         TOTAL".
       01 LIN-DET.
           03 LD-FORNEC      PIC ZZZZ9.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-NOME         PIC X(30).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-AVENCER      PIC ZZZ.ZZZ.ZZ9,99.
           03 LD-F01A30       PIC ZZZ.ZZZ.ZZ9,99.
           03 LD-F31A60       PIC ZZZ.ZZZ.ZZ9,99.
           03 LD-F61A90       PIC ZZZ.ZZZ.ZZ9,99.
           03 LD-MAIS90       PIC ZZZ.ZZZ.ZZ9,99.
           03 LD-TOTAL        PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-TOT.
           03 FILLER          PIC X(07)  VALUE "TOTAL".
           03 FILLER          PIC X(31)  VALUE SPACES.
           03 LT-AVENCER      PIC ZZZ.ZZZ.ZZ9,99.
           03 LT-F01A30       PIC ZZZ.ZZZ.ZZ9,99.
           03 LT-F31A60       PIC ZZZ.ZZZ.ZZ9,99.
           03 LT-F61A90       PIC ZZZ.ZZZ.ZZ9,99.
           03 LT-MAIS90       PIC ZZZ.ZZZ.ZZ9,99.
           03 LT-TOTAL        PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-BRANCO          PIC X(132) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SGR019 - AGING DO CONTAS A PAGAR"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-HOJE
           COMPUTE W-INT-HOJE = FUNCTION INTEGER-OF-DATE(W-HOJE).
       ABRE-ARQUIVOS.
           OPEN INPUT CADPAG
           IF ST-PAG NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADPAG " ST-PAG
               STOP RUN.
           OPEN INPUT CADFOR
           IF ST-FOR NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADFOR " ST-FOR
               STOP RUN.
           CALL "SPLNOME" USING "SGR019  " W-NOME-REL
           OPEN OUTPUT RELAGE
           MOVE W-HOJE TO LC-DATA
           WRITE LINRELAGE FROM LIN-CAB1
           WRITE LINRELAGE FROM LIN-CAB2.
       PROC-PRINCIPAL.
           PERFORM VARRE-PARCELAS THRU VARRE-PARCELAS-FIM
               UNTIL W-FIM = "S"
           PERFORM ORDENA-FORNEC THRU ORDENA-FORNEC-FIM
           PERFORM IMPRIME-FORNEC THRU IMPRIME-FORNEC-FIM
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QTD-FOR
           MOVE WG-AVENCER TO LT-AVENCER
           MOVE WG-F01A30  TO LT-F01A30
           MOVE WG-F31A60  TO LT-F31A60
           MOVE WG-F61A90  TO LT-F61A90
           MOVE WG-MAIS90  TO LT-MAIS90
           MOVE WG-TOTAL   TO LT-TOTAL
           WRITE LINRELAGE FROM LIN-BRANCO
           WRITE LINRELAGE FROM LIN-TOT
           CLOSE CADPAG CADFOR RELAGE
           CALL "SPLREG" USING "SGR019  " W-NOME-REL W-PARAMS-SPL
           DISPLAY "SGR019 - PARCELAS EM ABERTO: " W-QTDE-PARC
           IF W-EXCEDE NOT = ZEROS
               DISPLAY "SGR019 - TABELA CHEIA - FORA DO RELATORIO: "
                       W-EXCEDE.
           GOBACK.
      *
       VARRE-PARCELAS.
           READ CADPAG NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO VARRE-PARCELAS-FIM.
           IF PAG-SITUACAO NOT = "A"
               GO TO VARRE-PARCELAS-FIM.
           ADD 1 TO W-QTDE-PARC
           PERFORM ACUMULA-FORNEC THRU ACUMULA-FORNEC-FIM.
       VARRE-PARCELAS-FIM.
           EXIT.
      *
       ACUMULA-FORNEC.
           MOVE ZEROS TO W-LINHA
           PERFORM BUSCA-FORNEC THRU BUSCA-FORNEC-FIM
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QTD-FOR
           IF W-LINHA = 0
               IF W-QTD-FOR = 999
                   ADD 1 TO W-EXCEDE
                   GO TO ACUMULA-FORNEC-FIM
               ELSE
                   ADD 1 TO W-QTD-FOR
                   MOVE W-QTD-FOR   TO W-LINHA
                   MOVE PAG-FORNEC TO WC-CODIGO(W-LINHA)
                   MOVE ZEROS       TO WC-AVENCER(W-LINHA)
                                       WC-F01A30(W-LINHA)
                                       WC-F31A60(W-LINHA)
                                       WC-F61A90(W-LINHA)
                                       WC-MAIS90(W-LINHA)
                                       WC-TOTAL(W-LINHA).
           COMPUTE W-INT-VCT = FUNCTION INTEGER-OF-DATE(PAG-VENCTO)
           COMPUTE W-ATRASO  = W-INT-HOJE - W-INT-VCT
           IF W-ATRASO NOT > ZEROS
               ADD PAG-VALOR TO WC-AVENCER(W-LINHA) WG-AVENCER
           ELSE
               IF W-ATRASO NOT > 30
                   ADD PAG-VALOR TO WC-F01A30(W-LINHA) WG-F01A30
               ELSE
                   IF W-ATRASO NOT > 60
                       ADD PAG-VALOR TO WC-F31A60(W-LINHA) WG-F31A60
                   ELSE
                       IF W-ATRASO NOT > 90
                           ADD PAG-VALOR TO WC-F61A90(W-LINHA)
                                            WG-F61A90
                       ELSE
                           ADD PAG-VALOR TO WC-MAIS90(W-LINHA)
                                            WG-MAIS90.
           ADD PAG-VALOR TO WC-TOTAL(W-LINHA) WG-TOTAL.
       ACUMULA-FORNEC-FIM.
           EXIT.
       BUSCA-FORNEC.
           IF WC-CODIGO(W-IX) = PAG-FORNEC
               MOVE W-IX TO W-LINHA.
       BUSCA-FORNEC-FIM.
           EXIT.
      *
       IMPRIME-FORNEC.
           MOVE WC-CODIGO(W-IX) TO FOR-CODIGO
           READ CADFOR
               INVALID KEY
                   MOVE "*** NAO CADASTRADO ***" TO FOR-NOME.
           MOVE WC-CODIGO(W-IX)  TO LD-FORNEC
           MOVE FOR-NOME         TO LD-NOME
           MOVE WC-AVENCER(W-IX) TO LD-AVENCER
           MOVE WC-F01A30(W-IX)  TO LD-F01A30
           MOVE WC-F31A60(W-IX)  TO LD-F31A60
           MOVE WC-F61A90(W-IX)  TO LD-F61A90
           MOVE WC-MAIS90(W-IX)  TO LD-MAIS90
           MOVE WC-TOTAL(W-IX)   TO LD-TOTAL
           WRITE LINRELAGE FROM LIN-DET.
       IMPRIME-FORNEC-FIM.
           EXIT.
      *
       ORDENA-FORNEC.
           IF W-QTD-FOR < 2
               GO TO ORDENA-FORNEC-FIM.
           PERFORM ORDENA-FORNEC1 THRU ORDENA-FORNEC1-FIM
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX = W-QTD-FOR.
       ORDENA-FORNEC-FIM.
           EXIT.
       ORDENA-FORNEC1.
           COMPUTE W-JX = W-IX + 1
           PERFORM ORDENA-FORNEC2 THRU ORDENA-FORNEC2-FIM
               VARYING W-JX FROM W-JX BY 1 UNTIL W-JX > W-QTD-FOR.
       ORDENA-FORNEC1-FIM.
           EXIT.
       ORDENA-FORNEC2.
           IF WC-CODIGO(W-JX) < WC-CODIGO(W-IX)
               MOVE W-FOR-TAB(W-IX) TO W-TROCA-FOR
               MOVE W-FOR-TAB(W-JX) TO W-FOR-TAB(W-IX)
               MOVE W-TROCA-FOR     TO W-FOR-TAB(W-JX).
       ORDENA-FORNEC2-FIM.
           EXIT.
