      * SALDO IGUAL OU ABAIXO DO MINIMO    *
      * (EST-QTDE-MIN), COM QUANTIDADE     *
      * SUGERIDA PARA VOLTAR AO MAXIMO     *
      * PARAMETRO DEPOSITO: 0 = TODOS      *
      * (TOTAL DO ESTPRO), OU O SALDO DE   *
      * UM DEPOSITO (SALDODEP)             *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-QTDE-SUGER PIC 9(06) VALUE ZEROS.
       77 W-NOME-REL   PIC X(30) VALUE SPACES.
       77 W-PARAMS-SPL PIC X(30) VALUE SPACES.
       77 ST-SLD       PIC X(02) VALUE "00".
       77 W-DEPOSITO   PIC 9(02) VALUE ZEROS.
       77 W-QTDE-DEP   PIC 9(07) VALUE ZEROS.
       77 W-QTDE-MOV   PIC 9(07) VALUE ZEROS.
       01 LIN-CAB1.
           03 FILLER          PIC X(50)  VALUE
              "RELATORIO DE SUGESTAO DE REPOSICAO DE ESTOQUE".
           03 FILLER          PIC X(10)  VALUE "DEPOSITO: ".
           03 LC-DEPOSITO     PIC 9(02).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LC-DEP-DESC     PIC X(20).
       01 LIN-CAB2.
           03 FILLER          PIC X(100) VALUE
      -       "CODIGO DENOMINACAO                      SALDO   MINIMO
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SGR007 - SUGESTAO DE REPOSICAO DE ESTOQUE"
           DISPLAY "DEPOSITO (0 = TODOS): "
           ACCEPT W-DEPOSITO
           MOVE W-DEPOSITO TO LC-DEPOSITO
           IF W-DEPOSITO = ZEROS
               MOVE "(TODOS OS DEPOSITOS)" TO LC-DEP-DESC.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADPRO " ST-ERRO
       AVALIA-PRODUTO.
           IF EST-QTDE-MIN = ZEROS
               GO TO AVALIA-PRODUTO-FIM.
      *
      * COM DEPOSITO INFORMADO, O MINIMO E O MAXIMO DO PRODUTO
      * VALEM PARA O SALDO DAQUELE DEPOSITO
      *
           MOVE EST-QTDE TO W-QTDE-DEP
           IF W-DEPOSITO NOT = ZEROS
               CALL "SALDODEP" USING "C" EST-CODIGO W-DEPOSITO
                    EST-QTDE W-QTDE-MOV W-QTDE-DEP ST-SLD.
           IF W-QTDE-DEP > EST-QTDE-MIN
               GO TO AVALIA-PRODUTO-FIM.
           MOVE EST-CODIGO TO CODIGO
           READ CADPRO
           IF SITUACAO NOT = "A"
               GO TO AVALIA-PRODUTO-FIM.
           IF EST-QTDE-MAX > EST-QTDE-MIN
               COMPUTE W-SUGERIDA = EST-QTDE-MAX - W-QTDE-DEP
           ELSE
               COMPUTE W-SUGERIDA = EST-QTDE-MIN - W-QTDE-DEP.
           ADD 1 TO W-QTDE-SUGER
           MOVE EST-CODIGO    TO LD-CODIGO
           MOVE DENOM         TO LD-DENOM
           MOVE W-QTDE-DEP    TO LD-SALDO
           MOVE EST-QTDE-MIN  TO LD-MINIMO
           MOVE EST-QTDE-MAX  TO LD-MAXIMO
           MOVE W-SUGERIDA    TO LD-SUGERIDA
