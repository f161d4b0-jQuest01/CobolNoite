       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDODEP.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * SUBROTINA DE SALDO POR DEPOSITO:   *
      * O ESTPRO GUARDA O TOTAL DO PRODUTO *
      * E O ESTDEP SO OS DEPOSITOS FORA DO *
      * PRINCIPAL (01), CUJO SALDO E O     *
      * TOTAL MENOS OS DEMAIS DEPOSITOS.   *
      * FUNCOES:                           *
      * C=CONSULTA (DEVOLVE O SALDO)       *
      * S=SAIDA   E=ENTRADA  A=AJUSTE      *
      *   (GRAVA A QTDE COMO SALDO)        *
      * NO DEPOSITO 01 S/E/A NAO GRAVAM    *
      * NADA (O CHAMADOR JA ATUALIZOU O    *
      * ESTPRO). LK-QTDE-TOT = EST-QTDE.   *
      * STATUS DE RETORNO:                 *
      * 00=OK                              *
      * 10=SALDO INSUFICIENTE (SAIDA NAO   *
      *    GRAVADA - DEVOLVE O SALDO)      *
      * 99=ERRO DE ARQUIVO                 *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELESD.COB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDESD.COB.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ESD        PIC X(02) VALUE "00".
       77 W-OUTROS      PIC 9(08) VALUE ZEROS.
       77 W-FIM-SCAN    PIC X(01) VALUE "N".
       77 W-ESD-EXISTE  PIC X(01) VALUE "N".
       77 W-TRAVA       PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-FUNCAO      PIC X(01).
       01 LK-CODIGO      PIC 9(05).
       01 LK-DEPOSITO    PIC 9(02).
       01 LK-QTDE-TOT    PIC 9(07).
       01 LK-QTDE        PIC 9(07).
       01 LK-SALDO       PIC 9(07).
       01 LK-STATUS      PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCAO LK-CODIGO LK-DEPOSITO
                                LK-QTDE-TOT LK-QTDE LK-SALDO
                                LK-STATUS.
       SLD-INICIO.
           MOVE "00"  TO LK-STATUS
           MOVE ZEROS TO LK-SALDO
           IF LK-DEPOSITO = ZEROS
               MOVE 01 TO LK-DEPOSITO.
       SLD-ABRE.
           OPEN I-O ESTDEP
           IF ST-ESD NOT = "00"
               IF ST-ESD = "30" OR ST-ESD = "35"
                      OPEN OUTPUT ESTDEP
                      CLOSE ESTDEP
                      GO TO SLD-ABRE
                   ELSE
                      MOVE "99" TO LK-STATUS
                      GOBACK
                ELSE
                    NEXT SENTENCE.
           IF LK-DEPOSITO = 01
               PERFORM SOMA-OUTROS THRU SOMA-OUTROS-FIM
               IF W-OUTROS > LK-QTDE-TOT
                   MOVE ZEROS TO LK-SALDO
               ELSE
                   COMPUTE LK-SALDO = LK-QTDE-TOT - W-OUTROS
               END-IF
               GO TO SLD-FIM.
           MOVE ZEROS TO W-TRAVA.
       SLD-LE.
           MOVE LK-CODIGO   TO ESD-CODIGO
           MOVE LK-DEPOSITO TO ESD-DEPOSITO
           READ ESTDEP
               INVALID KEY
                   MOVE "N"   TO W-ESD-EXISTE
                   MOVE ZEROS TO ESD-QTDE
               NOT INVALID KEY
                   MOVE "S"   TO W-ESD-EXISTE.
           IF ST-ESD = "51" OR ST-ESD = "99"
               ADD 1 TO W-TRAVA
               IF W-TRAVA < 30
                   GO TO SLD-LE
               ELSE
                   MOVE "99" TO LK-STATUS
                   GO TO SLD-FIM.
           IF LK-FUNCAO = "C"
               MOVE ESD-QTDE TO LK-SALDO
               GO TO SLD-FIM.
           IF LK-FUNCAO = "S"
               IF LK-QTDE > ESD-QTDE
                   MOVE "10"     TO LK-STATUS
                   MOVE ESD-QTDE TO LK-SALDO
                   GO TO SLD-FIM
               ELSE
                   SUBTRACT LK-QTDE FROM ESD-QTDE
               END-IF
           ELSE
               IF LK-FUNCAO = "E"
                   ADD LK-QTDE TO ESD-QTDE
               ELSE
                   MOVE LK-QTDE TO ESD-QTDE.
           MOVE ESD-QTDE TO LK-SALDO
           IF W-ESD-EXISTE = "S"
               REWRITE REGESD
           ELSE
               WRITE REGESD.
           IF ST-ESD NOT = "00" AND ST-ESD NOT = "02"
               MOVE "99" TO LK-STATUS.
       SLD-FIM.
           CLOSE ESTDEP
           GOBACK.
      *
      ************************************
      * SOMA DOS DEPOSITOS FORA DO       *
      * PRINCIPAL PARA O PRODUTO         *
      ************************************
      *
       SOMA-OUTROS.
           MOVE ZEROS     TO W-OUTROS
           MOVE LK-CODIGO TO ESD-CODIGO
           MOVE ZEROS     TO ESD-DEPOSITO
           START ESTDEP KEY IS NOT LESS THAN ESD-CHAVE
               INVALID KEY GO TO SOMA-OUTROS-FIM.
           MOVE "N" TO W-FIM-SCAN
           PERFORM SOMA-OUTROS1 THRU SOMA-OUTROS1-FIM
               UNTIL W-FIM-SCAN = "S".
       SOMA-OUTROS-FIM.
           EXIT.
       SOMA-OUTROS1.
           READ ESTDEP NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-SCAN
                   GO TO SOMA-OUTROS1-FIM.
           IF ESD-CODIGO NOT = LK-CODIGO
               MOVE "S" TO W-FIM-SCAN
               GO TO SOMA-OUTROS1-FIM.
           IF ESD-DEPOSITO NOT = 01
               ADD ESD-QTDE TO W-OUTROS.
       SOMA-OUTROS1-FIM.
           EXIT.
