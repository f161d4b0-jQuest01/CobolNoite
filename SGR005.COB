      * (PRECOV) DO CADPRO, COM SUBTOTAL   *
      * POR TIPO DE PRODUTO E SECAO DE     *
      * PRODUTOS FORA DE SITUACAO ATIVA    *
      * PARAMETRO DEPOSITO: 0 = TODOS      *
      * (TOTAL DO ESTPRO), OU O SALDO DE   *
      * UM DEPOSITO (SALDODEP)             *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-QTDE-REGS  PIC 9(06) VALUE ZEROS.
       77 W-NOME-REL   PIC X(30) VALUE SPACES.
       77 W-PARAMS-SPL PIC X(30) VALUE SPACES.
       77 ST-SLD       PIC X(02) VALUE "00".
       77 W-DEPOSITO   PIC 9(02) VALUE ZEROS.
       77 W-QTDE-DEP   PIC 9(07) VALUE ZEROS.
       77 W-QTDE-MOV   PIC 9(07) VALUE ZEROS.
       01 LIN-CAB1.
           03 FILLER          PIC X(40)  VALUE
              "RELATORIO DE VALORIZACAO DO ESTOQUE".
           03 FILLER          PIC X(10)  VALUE "DEPOSITO: ".
           03 LC-DEPOSITO     PIC 9(02).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LC-DEP-DESC     PIC X(20).
       01 LIN-CAB2.
           03 FILLER          PIC X(132) VALUE
      -       "CODIGO DENOMINACAO                        QTDE     CUST
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SGR005 - VALORIZACAO DO ESTOQUE"
           DISPLAY "DEPOSITO (0 = TODOS): "
           ACCEPT W-DEPOSITO
           MOVE W-DEPOSITO TO LC-DEPOSITO
           IF W-DEPOSITO = ZEROS
               MOVE "(TODOS OS DEPOSITOS)" TO LC-DEP-DESC.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADPRO " ST-ERRO
           EXIT.
      *
       VAL-MONTA.
           MOVE EST-QTDE TO W-QTDE-DEP
           IF W-DEPOSITO NOT = ZEROS
               CALL "SALDODEP" USING "C" EST-CODIGO W-DEPOSITO
                    EST-QTDE W-QTDE-MOV W-QTDE-DEP ST-SLD.
           IF W-QTDE-DEP = ZEROS
               GO TO VAL-MONTA-FIM.
           MOVE EST-CODIGO TO SRT-CODIGO CODIGO
           MOVE W-QTDE-DEP TO SRT-QTDE
           READ CADPRO
               INVALID KEY
                   MOVE 1                        TO SRT-SECAO
