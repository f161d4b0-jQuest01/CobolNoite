       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGR023.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * AUDITORIA DE ATIVIDADE POR         *
      * OPERADOR: JUNTA EM UMA LISTA       *
      * CRONOLOGICA TODOS OS EVENTOS COM   *
      * OPERADOR GRAVADO - MOVESTQ,        *
      * HISTPRECO, CADREC, CADPED          *
      * (PED-OPER-SIT), CADPCO, CADBKO E   *
      * CADJRN - COM FILTRO POR OPERADOR,  *
      * PERIODO E FAIXA DE HORARIO NO      *
      * CONSOLE. MARCA O QUE FOI FEITO     *
      * FORA DO EXPEDIENTE (CADPARM        *
      * "AUDHRINI"/"AUDHRFIM" EM HHMM E    *
      * "AUDFDS  " = 1 PARA FIM DE SEMANA) *
      * E CONTA OS EVENTOS POR OPERADOR.   *
      * CADPCO E CADBKO SO TEM O CARIMBO   *
      * DA EMISSAO/REGISTRO (A SITUACAO    *
      * ATUAL VAI NO DETALHE).             *
      * CADPED E CADREC SO GUARDAM A DATA  *
      * DO EVENTO: SAEM NO FIM DO DIA, SEM *
      * HORA, E SO ENTRAM SEM FILTRO DE    *
      * HORARIO                            *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELMOV.COB.
           COPY SELHIST.COB.
           COPY SELREC.COB.
           COPY SELPED.COB.
           COPY SELPCO.COB.
           COPY SELBKO.COB.
           COPY SELJRN.COB.
           COPY SELPARM.COB.
           SELECT RELAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
           SELECT SORTAUD ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDMOV.COB.
           COPY FDHIST.COB.
           COPY FDREC.COB.
           COPY FDPED.COB.
           COPY FDPCO.COB.
           COPY FDBKO.COB.
           COPY FDJRN.COB.
           COPY FDPARM.COB.
       FD  RELAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-REL.
       01 LINRELAUD           PIC X(132).
       SD  SORTAUD.
       01 REGSORTAUD.
           03 SRT-DATA        PIC 9(08).
           03 SRT-HORA        PIC 9(08).
           03 SRT-ORIGEM      PIC X(08).
           03 SRT-CHAVE       PIC X(14).
           03 SRT-EVENTO      PIC X(14).
           03 SRT-OPERADOR    PIC X(08).
           03 SRT-DETALHE     PIC X(48).
           03 SRT-FORA        PIC X(14).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-MOV       PIC X(02) VALUE "00".
       77 ST-HIST      PIC X(02) VALUE "00".
       77 ST-REC       PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-PCO       PIC X(02) VALUE "00".
       77 ST-BKO       PIC X(02) VALUE "00".
       77 ST-JRN       PIC X(02) VALUE "00".
       77 ST-PARM      PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-FIM        PIC X(01) VALUE "N".
       77 W-TEM-MOV    PIC X(01) VALUE "N".
       77 W-TEM-HIST   PIC X(01) VALUE "N".
       77 W-TEM-REC    PIC X(01) VALUE "N".
       77 W-TEM-PED    PIC X(01) VALUE "N".
       77 W-TEM-PCO    PIC X(01) VALUE "N".
       77 W-TEM-BKO    PIC X(01) VALUE "N".
       77 W-TEM-JRN    PIC X(01) VALUE "N".
       77 W-OPE-FILTRO PIC X(08) VALUE SPACES.
       77 W-DATA-INI   PIC 9(08) VALUE ZEROS.
       77 W-DATA-FIM   PIC 9(08) VALUE ZEROS.
       77 W-HORA-INI   PIC 9(04) VALUE ZEROS.
       77 W-HORA-FIM   PIC 9(04) VALUE ZEROS.
       77 W-FILTRA-HORA PIC X(01) VALUE "N".
       77 W-SO-FORA    PIC X(01) VALUE "N".
       77 W-EXP-INI    PIC 9(04) VALUE 0700.
       77 W-EXP-FIM    PIC 9(04) VALUE 1900.
       77 W-FDS-FORA   PIC 9(01) VALUE 1.
       77 W-HHMM       PIC 9(04) VALUE ZEROS.
       77 W-QUOC       PIC 9(08) VALUE ZEROS.
       77 W-DIA-SEM    PIC 9(01) VALUE ZEROS.
       77 W-QTDE-LIDOS PIC 9(07) VALUE ZEROS.
       77 W-QTDE-SEL   PIC 9(07) VALUE ZEROS.
       77 W-QTDE-FORA  PIC 9(07) VALUE ZEROS.
       77 W-IX         PIC 9(03) VALUE ZEROS COMP.
       77 W-JX         PIC 9(03) VALUE ZEROS COMP.
       77 W-QTD-OPE    PIC 9(03) VALUE ZEROS COMP.
       77 W-OPE-EXCESSO PIC 9(07) VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-NOME-REL   PIC X(30) VALUE SPACES.
       77 W-PARAMS-SPL PIC X(30) VALUE SPACES.
       77 W-AUSENTES   PIC X(60) VALUE SPACES.
       77 W-PONT-AUS   PIC 9(03) VALUE 1.
       77 ED-QTDE1     PIC ZZZZZZ9.
       77 ED-QTDE2     PIC ZZZZZZ9.
       77 ED-QTDE3     PIC ZZZZZZ9.
       77 ED-PRECO1    PIC ZZZ.ZZ9,99.
       77 ED-PRECO2    PIC ZZZ.ZZ9,99.
       77 ED-PRECO3    PIC ZZZ.ZZ9,99.
       77 ED-PRECO4    PIC ZZZ.ZZ9,99.
       77 ED-VALOR1    PIC ZZ.ZZZ.ZZ9,99.
       77 ED-VALOR2    PIC ZZ.ZZZ.ZZ9,99.
       77 ED-TOTAL     PIC Z.ZZZ.ZZZ.ZZ9,99.
      *
      * CONTAGEM DE EVENTOS POR OPERADOR
      *
       01 W-OPERADORES.
           03 W-OPE-TAB OCCURS 200 TIMES.
               05 WO-CODIGO    PIC X(08).
               05 WO-QTDE      PIC 9(07).
               05 WO-FORA      PIC 9(07).
       01 W-TROCA-OPE.
           03 WT-CODIGO       PIC X(08).
           03 WT-QTDE         PIC 9(07).
           03 WT-FORA         PIC 9(07).
      *
       01 LIN-CAB1.
           03 FILLER          PIC X(40)  VALUE
              "AUDITORIA DE ATIVIDADE POR OPERADOR".
           03 FILLER          PIC X(10)  VALUE "OPERADOR: ".
           03 LC-OPERADOR     PIC X(08).
           03 FILLER          PIC X(10)  VALUE " PERIODO: ".
           03 LC-DATA-INI     PIC 9(08).
           03 FILLER          PIC X(03)  VALUE " A ".
           03 LC-DATA-FIM     PIC 9(08).
           03 FILLER          PIC X(10)  VALUE " HORARIO: ".
           03 LC-HORA-INI.
               05 LC-HORA-INI-HH PIC 9(02).
               05 FILLER      PIC X(01)  VALUE ":".
               05 LC-HORA-INI-MI PIC 9(02).
           03 FILLER          PIC X(03)  VALUE " A ".
           03 LC-HORA-FIM.
               05 LC-HORA-FIM-HH PIC 9(02).
               05 FILLER      PIC X(01)  VALUE ":".
               05 LC-HORA-FIM-MI PIC 9(02).
       01 LIN-CAB2.
           03 FILLER          PIC X(12)  VALUE "EXPEDIENTE: ".
           03 LC-EXP-INI.
               05 LC-EXP-INI-HH PIC 9(02).
               05 FILLER      PIC X(01)  VALUE ":".
               05 LC-EXP-INI-MI PIC 9(02).
           03 FILLER          PIC X(04)  VALUE " AS ".
           03 LC-EXP-FIM.
               05 LC-EXP-FIM-HH PIC 9(02).
               05 FILLER      PIC X(01)  VALUE ":".
               05 LC-EXP-FIM-MI PIC 9(02).
           03 FILLER          PIC X(17)  VALUE "  FIM DE SEMANA: ".
           03 LC-FDS          PIC X(20).
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LC-SO-FORA      PIC X(30).
       01 LIN-CAB3.
           03 FILLER          PIC X(26)  VALUE
              "ARQUIVOS NAO DISPONIVEIS: ".
           03 LC-AUSENTES     PIC X(60).
       01 LIN-CAB4.
           03 FILLER          PIC X(46)  VALUE
              "DATA       HORA     OPERADOR ORIGEM   EVENTO".
           03 FILLER          PIC X(60)  VALUE
              "       CHAVE          DETALHE".
           03 FILLER          PIC X(26)  VALUE
              "           FORA".
       01 LIN-DET.
           03 LD-DIA          PIC 9(02).
           03 FILLER          PIC X(01)  VALUE "/".
           03 LD-MES          PIC 9(02).
           03 FILLER          PIC X(01)  VALUE "/".
           03 LD-ANO          PIC 9(04).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-HORA.
               05 LD-HH       PIC 9(02).
               05 FILLER      PIC X(01)  VALUE ":".
               05 LD-MI       PIC 9(02).
               05 FILLER      PIC X(01)  VALUE ":".
               05 LD-SS       PIC 9(02).
           03 LD-HORA-X REDEFINES LD-HORA
                              PIC X(08).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-OPERADOR     PIC X(08).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-ORIGEM       PIC X(08).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-EVENTO       PIC X(14).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-CHAVE        PIC X(14).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-DETALHE      PIC X(48).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-FORA         PIC X(14).
       01 LIN-OPE-CAB.
           03 FILLER          PIC X(40)  VALUE
              "OPERADOR      EVENTOS  FORA DO HORARIO".
       01 LIN-OPE.
           03 LO-CODIGO       PIC X(08).
           03 FILLER          PIC X(03)  VALUE SPACES.
           03 LO-QTDE         PIC Z.ZZZ.ZZ9.
           03 FILLER          PIC X(08)  VALUE SPACES.
           03 LO-FORA         PIC Z.ZZZ.ZZ9.
       01 LIN-EXCESSO.
           03 FILLER          PIC X(08)  VALUE "ATENCAO:".
           03 LX-QTDE         PIC ZZZZZZ9.
           03 FILLER          PIC X(50)  VALUE
              " EVENTO(S) DE OPERADOR ALEM DA TABELA DO RESUMO".
       01 LIN-TOT1.
           03 FILLER          PIC X(32)  VALUE
              "REGISTROS LIDOS...............:".
           03 LT-LIDOS        PIC Z.ZZZ.ZZ9.
       01 LIN-TOT2.
           03 FILLER          PIC X(32)  VALUE
              "EVENTOS SELECIONADOS..........:".
           03 LT-SEL          PIC Z.ZZZ.ZZ9.
       01 LIN-TOT3.
           03 FILLER          PIC X(32)  VALUE
              "EVENTOS FORA DO HORARIO.......:".
           03 LT-FORA         PIC Z.ZZZ.ZZ9.
       01 LIN-BRANCO          PIC X(132) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SGR023 - AUDITORIA DE ATIVIDADE POR OPERADOR"
           DISPLAY "OPERADOR (BRANCO=TODOS): "
           ACCEPT W-OPE-FILTRO
           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = SEM LIMITE): "
           ACCEPT W-DATA-INI
           DISPLAY "DATA FINAL   (AAAAMMDD, 0 = SEM LIMITE): "
           ACCEPT W-DATA-FIM
           IF W-DATA-FIM = ZEROS
               MOVE 99999999 TO W-DATA-FIM.
           DISPLAY "HORA INICIAL (HHMM, 0 = SEM LIMITE): "
           ACCEPT W-HORA-INI
           DISPLAY "HORA FINAL   (HHMM, 0 = SEM LIMITE): "
           ACCEPT W-HORA-FIM
           IF W-HORA-FIM = ZEROS
               MOVE 2359 TO W-HORA-FIM.
           IF W-HORA-INI NOT = ZEROS OR W-HORA-FIM NOT = 2359
               MOVE "S" TO W-FILTRA-HORA.
           DISPLAY "SO EVENTOS FORA DO EXPEDIENTE (S/N): "
           ACCEPT W-SO-FORA
           IF W-SO-FORA = "s"
               MOVE "S" TO W-SO-FORA.
      *
      * EXPEDIENTE NO CADPARM (PARM-CONTADOR EM HHMM); SEM O
      * PARAMETRO VALEM 07:00 AS 19:00 E FIM DE SEMANA FORA
      *
       LE-PARAMETRO.
           OPEN INPUT CADPARM
           IF ST-PARM NOT = "00"
               GO TO ABRE-ARQUIVOS.
           MOVE "AUDHRINI" TO PARM-CHAVE
           READ CADPARM
               NOT INVALID KEY
                   IF PARM-CONTADOR < 2400
                       MOVE PARM-CONTADOR TO W-EXP-INI.
           MOVE "AUDHRFIM" TO PARM-CHAVE
           READ CADPARM
               NOT INVALID KEY
                   IF PARM-CONTADOR NOT = ZEROS
                       AND PARM-CONTADOR NOT > 2400
                       MOVE PARM-CONTADOR TO W-EXP-FIM.
           MOVE "AUDFDS  " TO PARM-CHAVE
           READ CADPARM
               NOT INVALID KEY
                   IF PARM-CONTADOR < 2
                       MOVE PARM-CONTADOR TO W-FDS-FORA.
           CLOSE CADPARM.
      *
      * ARQUIVO QUE NAO ABRE FICA DE FORA E E CITADO NO CABECALHO
      *
       ABRE-ARQUIVOS.
           OPEN INPUT MOVESTQ
           IF ST-MOV = "00"
               MOVE "S" TO W-TEM-MOV
           ELSE
               STRING "MOVESTQ " DELIMITED BY SIZE
                      INTO W-AUSENTES WITH POINTER W-PONT-AUS.
           OPEN INPUT HISTPRECO
           IF ST-HIST = "00"
               MOVE "S" TO W-TEM-HIST
           ELSE
               STRING "HISTPRECO " DELIMITED BY SIZE
                      INTO W-AUSENTES WITH POINTER W-PONT-AUS.
           OPEN INPUT CADREC
           IF ST-REC = "00"
               MOVE "S" TO W-TEM-REC
           ELSE
               STRING "CADREC " DELIMITED BY SIZE
                      INTO W-AUSENTES WITH POINTER W-PONT-AUS.
           OPEN INPUT CADPED
           IF ST-PED = "00"
               MOVE "S" TO W-TEM-PED
           ELSE
               STRING "CADPED " DELIMITED BY SIZE
                      INTO W-AUSENTES WITH POINTER W-PONT-AUS.
           OPEN INPUT CADPCO
           IF ST-PCO = "00"
               MOVE "S" TO W-TEM-PCO
           ELSE
               STRING "CADPCO " DELIMITED BY SIZE
                      INTO W-AUSENTES WITH POINTER W-PONT-AUS.
           OPEN INPUT CADBKO
           IF ST-BKO = "00"
               MOVE "S" TO W-TEM-BKO
           ELSE
               STRING "CADBKO " DELIMITED BY SIZE
                      INTO W-AUSENTES WITH POINTER W-PONT-AUS.
           OPEN INPUT CADJRN
           IF ST-JRN = "00"
               MOVE "S" TO W-TEM-JRN
           ELSE
               STRING "CADJRN " DELIMITED BY SIZE
                      INTO W-AUSENTES WITH POINTER W-PONT-AUS.
           CALL "SPLNOME" USING "SGR023  " W-NOME-REL
           OPEN OUTPUT RELAUD
           IF W-OPE-FILTRO = SPACES
               MOVE "TODOS" TO LC-OPERADOR
           ELSE
               MOVE W-OPE-FILTRO TO LC-OPERADOR.
           MOVE W-DATA-INI TO LC-DATA-INI
           MOVE W-DATA-FIM TO LC-DATA-FIM
           MOVE W-HORA-INI(1:2) TO LC-HORA-INI-HH
           MOVE W-HORA-INI(3:2) TO LC-HORA-INI-MI
           MOVE W-HORA-FIM(1:2) TO LC-HORA-FIM-HH
           MOVE W-HORA-FIM(3:2) TO LC-HORA-FIM-MI
           MOVE W-EXP-INI(1:2)  TO LC-EXP-INI-HH
           MOVE W-EXP-INI(3:2)  TO LC-EXP-INI-MI
           MOVE W-EXP-FIM(1:2)  TO LC-EXP-FIM-HH
           MOVE W-EXP-FIM(3:2)  TO LC-EXP-FIM-MI
           IF W-FDS-FORA = 1
               MOVE "FORA DO EXPEDIENTE" TO LC-FDS
           ELSE
               MOVE "COMO DIA UTIL" TO LC-FDS.
           IF W-SO-FORA = "S"
               MOVE "LISTANDO SO FORA DO EXPEDIENTE" TO LC-SO-FORA.
           WRITE LINRELAUD FROM LIN-CAB1
           WRITE LINRELAUD FROM LIN-CAB2
           IF W-AUSENTES NOT = SPACES
               MOVE W-AUSENTES TO LC-AUSENTES
               WRITE LINRELAUD FROM LIN-CAB3.
           WRITE LINRELAUD FROM LIN-BRANCO
           WRITE LINRELAUD FROM LIN-CAB4
           WRITE LINRELAUD FROM LIN-BRANCO.
       PROC-PRINCIPAL.
           SORT SORTAUD ON ASCENDING KEY SRT-DATA SRT-HORA
                                         SRT-ORIGEM SRT-CHAVE
                INPUT  PROCEDURE IS AUD-SELECIONA
                                    THRU AUD-SELECIONA-FIM
                OUTPUT PROCEDURE IS AUD-LISTA THRU AUD-LISTA-FIM
           PERFORM ORDENA-OPERADOR THRU ORDENA-OPERADOR-FIM
           WRITE LINRELAUD FROM LIN-BRANCO
           WRITE LINRELAUD FROM LIN-OPE-CAB
           PERFORM IMPRIME-OPERADOR THRU IMPRIME-OPERADOR-FIM
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QTD-OPE
           IF W-OPE-EXCESSO > ZEROS
               MOVE W-OPE-EXCESSO TO LX-QTDE
               WRITE LINRELAUD FROM LIN-EXCESSO.
           MOVE W-QTDE-LIDOS TO LT-LIDOS
           MOVE W-QTDE-SEL   TO LT-SEL
           MOVE W-QTDE-FORA  TO LT-FORA
           WRITE LINRELAUD FROM LIN-BRANCO
           WRITE LINRELAUD FROM LIN-TOT1
           WRITE LINRELAUD FROM LIN-TOT2
           WRITE LINRELAUD FROM LIN-TOT3
           IF W-TEM-MOV = "S"
               CLOSE MOVESTQ.
           IF W-TEM-HIST = "S"
               CLOSE HISTPRECO.
           IF W-TEM-REC = "S"
               CLOSE CADREC.
           IF W-TEM-PED = "S"
               CLOSE CADPED.
           IF W-TEM-PCO = "S"
               CLOSE CADPCO.
           IF W-TEM-BKO = "S"
               CLOSE CADBKO.
           IF W-TEM-JRN = "S"
               CLOSE CADJRN.
           CLOSE RELAUD
           STRING W-OPE-FILTRO " " W-DATA-INI "-" W-DATA-FIM
                  DELIMITED BY SIZE INTO W-PARAMS-SPL
           CALL "SPLREG" USING "SGR023  " W-NOME-REL W-PARAMS-SPL
           DISPLAY "SGR023 - EVENTOS SELECIONADOS...: " W-QTDE-SEL
           DISPLAY "SGR023 - FORA DO EXPEDIENTE.....: " W-QTDE-FORA
           GOBACK.
      *
      *****************************************
      * PROCEDIMENTO DE ENTRADA DO SORT: UM   *
      * PASSO POR ARQUIVO. O CADPED E LIDO    *
      * ANTES DO CADREC, QUE O CONSULTA PELA  *
      * DATA DO CANCELAMENTO DA PARCELA       *
      *****************************************
       AUD-SELECIONA.
           IF W-TEM-MOV = "S"
               MOVE "N" TO W-FIM
               PERFORM LE-MOVESTQ THRU LE-MOVESTQ-FIM
                   UNTIL W-FIM = "S".
           IF W-TEM-HIST = "S"
               MOVE "N" TO W-FIM
               PERFORM LE-HISTPRECO THRU LE-HISTPRECO-FIM
                   UNTIL W-FIM = "S".
           IF W-TEM-PED = "S"
               MOVE "N" TO W-FIM
               PERFORM LE-CADPED THRU LE-CADPED-FIM
                   UNTIL W-FIM = "S".
           IF W-TEM-REC = "S"
               MOVE "N" TO W-FIM
               PERFORM LE-CADREC THRU LE-CADREC-FIM
                   UNTIL W-FIM = "S".
           IF W-TEM-PCO = "S"
               MOVE "N" TO W-FIM
               PERFORM LE-CADPCO THRU LE-CADPCO-FIM
                   UNTIL W-FIM = "S".
           IF W-TEM-BKO = "S"
               MOVE "N" TO W-FIM
               PERFORM LE-CADBKO THRU LE-CADBKO-FIM
                   UNTIL W-FIM = "S".
           IF W-TEM-JRN = "S"
               MOVE "N" TO W-FIM
               PERFORM LE-CADJRN THRU LE-CADJRN-FIM
                   UNTIL W-FIM = "S".
       AUD-SELECIONA-FIM.
           EXIT.
      *
       LE-MOVESTQ.
           READ MOVESTQ NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO LE-MOVESTQ-FIM.
           ADD 1 TO W-QTDE-LIDOS
           MOVE SPACES        TO REGSORTAUD
           MOVE MOV-DATA      TO SRT-DATA
           MOVE MOV-HORA      TO SRT-HORA
           MOVE "MOVESTQ "    TO SRT-ORIGEM
           MOVE MOV-OPERADOR  TO SRT-OPERADOR
           STRING MOV-CODIGO "/" MOV-DEPOSITO
                  DELIMITED BY SIZE INTO SRT-CHAVE
           MOVE "EST.OUTROS"  TO SRT-EVENTO
           IF MOV-TIPO = "E"
               MOVE "EST.ENTRADA" TO SRT-EVENTO.
           IF MOV-TIPO = "S"
               MOVE "EST.SAIDA" TO SRT-EVENTO.
           IF MOV-TIPO = "A"
               MOVE "EST.AJUSTE" TO SRT-EVENTO.
           IF MOV-TIPO = "D"
               MOVE "EST.DEV.VENDA" TO SRT-EVENTO.
           IF MOV-TIPO = "F"
               MOVE "EST.DEV.COMPRA" TO SRT-EVENTO.
           IF MOV-TIPO = "T"
               MOVE "EST.TRANSF." TO SRT-EVENTO.
           MOVE MOV-QTDE      TO ED-QTDE1
           MOVE MOV-QTDE-ANT  TO ED-QTDE2
           MOVE MOV-QTDE-NOVA TO ED-QTDE3
           IF MOV-TIPO = "T"
               STRING "QTDE " ED-QTDE1 " ANT " ED-QTDE2
                      " NOVA " ED-QTDE3 " DEP " MOV-DEP-PAR
                      DELIMITED BY SIZE INTO SRT-DETALHE
           ELSE
               STRING "QTDE " ED-QTDE1 " ANT " ED-QTDE2
                      " NOVA " ED-QTDE3
                      DELIMITED BY SIZE INTO SRT-DETALHE.
           PERFORM SELECIONA-EVENTO THRU SELECIONA-EVENTO-FIM.
       LE-MOVESTQ-FIM.
           EXIT.
      *
       LE-HISTPRECO.
           READ HISTPRECO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO LE-HISTPRECO-FIM.
           ADD 1 TO W-QTDE-LIDOS
           MOVE SPACES           TO REGSORTAUD
           MOVE HIST-DATA        TO SRT-DATA
           MOVE HIST-HORA        TO SRT-HORA
           MOVE "HISTPREC"       TO SRT-ORIGEM
           MOVE HIST-OPERADOR    TO SRT-OPERADOR
           MOVE HIST-CODIGO      TO SRT-CHAVE
           MOVE "PRECO"          TO SRT-EVENTO
           MOVE HIST-PRECOC-ANT  TO ED-PRECO1
           MOVE HIST-PRECOC-NOVO TO ED-PRECO2
           MOVE HIST-PRECOV-ANT  TO ED-PRECO3
           MOVE HIST-PRECOV-NOVO TO ED-PRECO4
           STRING "C " ED-PRECO1 ">" ED-PRECO2
                  " V " ED-PRECO3 ">" ED-PRECO4
                  DELIMITED BY SIZE INTO SRT-DETALHE
           PERFORM SELECIONA-EVENTO THRU SELECIONA-EVENTO-FIM.
       LE-HISTPRECO-FIM.
           EXIT.
      *
       LE-CADPED.
           READ CADPED NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO LE-CADPED-FIM.
           ADD 1 TO W-QTDE-LIDOS
           MOVE SPACES        TO REGSORTAUD
           MOVE PED-DATA-SIT  TO SRT-DATA
           IF PED-DATA-SIT = ZEROS
               MOVE PED-DATA  TO SRT-DATA.
           MOVE 99999999      TO SRT-HORA
           MOVE "CADPED  "    TO SRT-ORIGEM
           MOVE PED-OPER-SIT  TO SRT-OPERADOR
           MOVE PED-NUMERO    TO SRT-CHAVE
           STRING "PED." PED-DESCSITU
                  DELIMITED BY SIZE INTO SRT-EVENTO
           MOVE PED-TOTAL     TO ED-VALOR1
           STRING "CLI " PED-CLIENTE " TOTAL " ED-VALOR1
                  " VEND " PED-VENDEDOR
                  DELIMITED BY SIZE INTO SRT-DETALHE
           PERFORM SELECIONA-EVENTO THRU SELECIONA-EVENTO-FIM.
       LE-CADPED-FIM.
           EXIT.
      *
      * A PARCELA GUARDA SO O ULTIMO OPERADOR: GERACAO (DATA DE
      * EMISSAO), BAIXA (DATA DO PAGAMENTO) OU CANCELAMENTO (DATA
      * DA SITUACAO DO PEDIDO CANCELADO NO SGP013)
      *
       LE-CADREC.
           READ CADREC NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO LE-CADREC-FIM.
           ADD 1 TO W-QTDE-LIDOS
           MOVE SPACES        TO REGSORTAUD
           MOVE REC-EMISSAO   TO SRT-DATA
           MOVE 99999999      TO SRT-HORA
           MOVE "CADREC  "    TO SRT-ORIGEM
           MOVE REC-OPERADOR  TO SRT-OPERADOR
           STRING REC-NUMERO "-" REC-PARCELA
                  DELIMITED BY SIZE INTO SRT-CHAVE
           MOVE "REC.GERADA"  TO SRT-EVENTO
           IF REC-SITUACAO = "P"
               MOVE "REC.BAIXADA" TO SRT-EVENTO
               IF REC-DT-PAGTO NOT = ZEROS
                   MOVE REC-DT-PAGTO TO SRT-DATA.
           IF REC-SITUACAO = "C"
               MOVE "REC.CANCELADA" TO SRT-EVENTO
               PERFORM DATA-CANCELAMENTO THRU DATA-CANCELAMENTO-FIM.
           MOVE REC-VALOR     TO ED-VALOR1
           IF REC-SITUACAO = "P"
               MOVE REC-VLR-PAGO TO ED-VALOR2
               STRING "CLI " REC-CLIENTE " VLR " ED-VALOR1
                      " PAGO " ED-VALOR2
                      DELIMITED BY SIZE INTO SRT-DETALHE
           ELSE
               STRING "CLI " REC-CLIENTE " VLR " ED-VALOR1
                      DELIMITED BY SIZE INTO SRT-DETALHE.
           PERFORM SELECIONA-EVENTO THRU SELECIONA-EVENTO-FIM.
       LE-CADREC-FIM.
           EXIT.
      *
       DATA-CANCELAMENTO.
           IF W-TEM-PED = "N"
               GO TO DATA-CANCELAMENTO-FIM.
           MOVE REC-NUMERO TO PED-NUMERO
           READ CADPED
               INVALID KEY
                   GO TO DATA-CANCELAMENTO-FIM.
           IF PED-DATA-SIT NOT = ZEROS
               MOVE PED-DATA-SIT TO SRT-DATA.
       DATA-CANCELAMENTO-FIM.
           EXIT.
      *
       LE-CADPCO.
           READ CADPCO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO LE-CADPCO-FIM.
           ADD 1 TO W-QTDE-LIDOS
           MOVE SPACES        TO REGSORTAUD
           MOVE PCO-DATA      TO SRT-DATA
           MOVE PCO-HORA      TO SRT-HORA
           MOVE "CADPCO  "    TO SRT-ORIGEM
           MOVE PCO-OPERADOR  TO SRT-OPERADOR
           MOVE PCO-NUMERO    TO SRT-CHAVE
           MOVE "PCO.EMISSAO"  TO SRT-EVENTO
           MOVE PCO-TOTAL     TO ED-TOTAL
           STRING "FORNEC " PCO-FORNEC " TOTAL " ED-TOTAL
                  " " PCO-DESCSITU
                  DELIMITED BY SIZE INTO SRT-DETALHE
           PERFORM SELECIONA-EVENTO THRU SELECIONA-EVENTO-FIM.
       LE-CADPCO-FIM.
           EXIT.
      *
       LE-CADBKO.
           READ CADBKO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO LE-CADBKO-FIM.
           ADD 1 TO W-QTDE-LIDOS
           MOVE SPACES        TO REGSORTAUD
           MOVE BKO-DATA      TO SRT-DATA
           MOVE BKO-HORA      TO SRT-HORA
           MOVE "CADBKO  "    TO SRT-ORIGEM
           MOVE BKO-OPERADOR  TO SRT-OPERADOR
           MOVE BKO-CODIGO    TO SRT-CHAVE
           MOVE "ENC.REGISTRO" TO SRT-EVENTO
           MOVE BKO-QTDE      TO ED-QTDE1
           STRING "CLI " BKO-CLIENTE " QTDE " ED-QTDE1
                  " SIT " BKO-DESCSITU
                  DELIMITED BY SIZE INTO SRT-DETALHE
           PERFORM SELECIONA-EVENTO THRU SELECIONA-EVENTO-FIM.
       LE-CADBKO-FIM.
           EXIT.
      *
       LE-CADJRN.
           READ CADJRN NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO LE-CADJRN-FIM.
           ADD 1 TO W-QTDE-LIDOS
           MOVE SPACES        TO REGSORTAUD
           MOVE JRN-DATA      TO SRT-DATA
           MOVE JRN-HORA      TO SRT-HORA
           MOVE "CADJRN  "    TO SRT-ORIGEM
           MOVE JRN-OPERADOR  TO SRT-OPERADOR
           MOVE JRN-REGCHAVE  TO SRT-CHAVE
           IF JRN-EVENTO = "E"
               STRING "EXC " JRN-ARQUIVO
                      DELIMITED BY SIZE INTO SRT-EVENTO
               MOVE "EXCLUSAO - IMAGENS NO SGR017" TO SRT-DETALHE
           ELSE
               STRING "ALT " JRN-ARQUIVO
                      DELIMITED BY SIZE INTO SRT-EVENTO
               MOVE "ALTERACAO - IMAGENS NO SGR017" TO SRT-DETALHE.
           PERFORM SELECIONA-EVENTO THRU SELECIONA-EVENTO-FIM.
       LE-CADJRN-FIM.
           EXIT.
      *
      *****************************************
      * FILTROS COMUNS A TODOS OS ARQUIVOS E  *
      * MARCA DE FORA DO EXPEDIENTE. EVENTO   *
      * SEM HORA (99999999) SO CAI NO TESTE   *
      * DE FIM DE SEMANA                      *
      *****************************************
       SELECIONA-EVENTO.
           IF W-OPE-FILTRO NOT = SPACES
               AND SRT-OPERADOR NOT = W-OPE-FILTRO
               GO TO SELECIONA-EVENTO-FIM.
           IF SRT-DATA < W-DATA-INI OR SRT-DATA > W-DATA-FIM
               GO TO SELECIONA-EVENTO-FIM.
           MOVE SRT-HORA(1:4) TO W-HHMM
           IF W-FILTRA-HORA = "S"
               IF SRT-HORA = 99999999
                  OR W-HHMM < W-HORA-INI OR W-HHMM > W-HORA-FIM
                   GO TO SELECIONA-EVENTO-FIM.
           MOVE SPACES TO SRT-FORA
           IF SRT-HORA NOT = 99999999
               IF W-HHMM < W-EXP-INI OR W-HHMM NOT < W-EXP-FIM
                   MOVE "*FORA HORARIO" TO SRT-FORA.
           IF W-FDS-FORA = 1 AND SRT-DATA > 16010100
               DIVIDE FUNCTION INTEGER-OF-DATE(SRT-DATA) BY 7
                      GIVING W-QUOC REMAINDER W-DIA-SEM
               IF W-DIA-SEM = 0
                   MOVE "*DOMINGO" TO SRT-FORA
               ELSE
                   IF W-DIA-SEM = 6
                       MOVE "*SABADO" TO SRT-FORA.
           IF W-SO-FORA = "S" AND SRT-FORA = SPACES
               GO TO SELECIONA-EVENTO-FIM.
           RELEASE REGSORTAUD.
       SELECIONA-EVENTO-FIM.
           EXIT.
      *
      *****************************************
      * PROCEDIMENTO DE SAIDA DO SORT: LISTA  *
      * CRONOLOGICA E CONTAGEM POR OPERADOR   *
      *****************************************
       AUD-LISTA.
           RETURN SORTAUD AT END GO TO AUD-LISTA-FIM.
           ADD 1 TO W-QTDE-SEL
           IF SRT-FORA NOT = SPACES
               ADD 1 TO W-QTDE-FORA.
           MOVE SRT-DATA(7:2) TO LD-DIA
           MOVE SRT-DATA(5:2) TO LD-MES
           MOVE SRT-DATA(1:4) TO LD-ANO
           IF SRT-HORA = 99999999
               MOVE "--:--:--" TO LD-HORA-X
           ELSE
               MOVE ":" TO LD-HORA-X(3:1) LD-HORA-X(6:1)
               MOVE SRT-HORA(1:2) TO LD-HH
               MOVE SRT-HORA(3:2) TO LD-MI
               MOVE SRT-HORA(5:2) TO LD-SS.
           MOVE SRT-OPERADOR TO LD-OPERADOR
           MOVE SRT-ORIGEM   TO LD-ORIGEM
           MOVE SRT-EVENTO   TO LD-EVENTO
           MOVE SRT-CHAVE    TO LD-CHAVE
           MOVE SRT-DETALHE  TO LD-DETALHE
           MOVE SRT-FORA     TO LD-FORA
           WRITE LINRELAUD FROM LIN-DET
           PERFORM CONTA-OPERADOR THRU CONTA-OPERADOR-FIM
           GO TO AUD-LISTA.
       AUD-LISTA-FIM.
           EXIT.
      *
       CONTA-OPERADOR.
           MOVE "N" TO W-ACHOU
           PERFORM PROCURA-OPERADOR THRU PROCURA-OPERADOR-FIM
               VARYING W-IX FROM 1 BY 1
                 UNTIL W-IX > W-QTD-OPE OR W-ACHOU = "S"
           IF W-ACHOU = "S"
               SUBTRACT 1 FROM W-IX
           ELSE
               IF W-QTD-OPE NOT < 200
                   ADD 1 TO W-OPE-EXCESSO
                   GO TO CONTA-OPERADOR-FIM
               ELSE
                   ADD 1 TO W-QTD-OPE
                   MOVE W-QTD-OPE    TO W-IX
                   MOVE SRT-OPERADOR TO WO-CODIGO(W-IX)
                   MOVE ZEROS        TO WO-QTDE(W-IX) WO-FORA(W-IX).
           ADD 1 TO WO-QTDE(W-IX)
           IF SRT-FORA NOT = SPACES
               ADD 1 TO WO-FORA(W-IX).
       CONTA-OPERADOR-FIM.
           EXIT.
      *
       PROCURA-OPERADOR.
           IF WO-CODIGO(W-IX) = SRT-OPERADOR
               MOVE "S" TO W-ACHOU.
       PROCURA-OPERADOR-FIM.
           EXIT.
      *
      *****************************************
      * RESUMO EM ORDEM DE OPERADOR           *
      *****************************************
       ORDENA-OPERADOR.
           IF W-QTD-OPE < 2
               GO TO ORDENA-OPERADOR-FIM.
           PERFORM ORDENA-OPERADOR1 THRU ORDENA-OPERADOR1-FIM
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX = W-QTD-OPE.
       ORDENA-OPERADOR-FIM.
           EXIT.
       ORDENA-OPERADOR1.
           COMPUTE W-JX = W-IX + 1
           PERFORM ORDENA-OPERADOR2 THRU ORDENA-OPERADOR2-FIM
               VARYING W-JX FROM W-JX BY 1 UNTIL W-JX > W-QTD-OPE.
       ORDENA-OPERADOR1-FIM.
           EXIT.
       ORDENA-OPERADOR2.
           IF WO-CODIGO(W-JX) < WO-CODIGO(W-IX)
               MOVE W-OPE-TAB(W-IX) TO W-TROCA-OPE
               MOVE W-OPE-TAB(W-JX) TO W-OPE-TAB(W-IX)
               MOVE W-TROCA-OPE     TO W-OPE-TAB(W-JX).
       ORDENA-OPERADOR2-FIM.
           EXIT.
      *
       IMPRIME-OPERADOR.
           MOVE WO-CODIGO(W-IX) TO LO-CODIGO
           IF WO-CODIGO(W-IX) = SPACES
               MOVE "(SEM)" TO LO-CODIGO.
           MOVE WO-QTDE(W-IX)   TO LO-QTDE
           MOVE WO-FORA(W-IX)   TO LO-FORA
           WRITE LINRELAUD FROM LIN-OPE.
       IMPRIME-OPERADOR-FIM.
           EXIT.
