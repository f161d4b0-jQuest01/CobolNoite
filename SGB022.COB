       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB022.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * GERACAO DOS PEDIDOS PROGRAMADOS -  *
      * PASSO DA CADEIA NOTURNA (SGB008):  *
      * CADA PROGRAMACAO ATIVA DO CADPRG   *
      * COM PROXIMA DATA ATE HOJE VIRA UM  *
      * ORCAMENTO (PED-SITUACAO "O", COMO  *
      * O DO SGP007) COM OS ITENS DO       *
      * ITEPRG AO PRECO DE HOJE, PARA O    *
      * SGP017 CONFERIR ESTOQUE E CREDITO  *
      * NA CONVERSAO. GERADO, A PROXIMA    *
      * DATA AVANCA PELA FREQUENCIA E,     *
      * PASSADA A DATA FINAL, A PROGRAMA-  *
      * CAO E ENCERRADA. CLIENTE NAO ATIVO *
      * OU PRODUTO NAO ATIVO NAO GERA E A  *
      * DATA FICA PENDENTE PARA A PROXIMA  *
      * EXECUCAO. RELATORIO NO SPOOL COM O *
      * QUE FOI GERADO E O QUE FALHOU      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELPRG.COB.
           COPY SELIPG.COB.
           COPY SELCLI.COB.
           COPY SELPRO.COB.
           COPY SELKIT.COB.
           COPY SELTPR.COB.
           COPY SELPED.COB.
           COPY SELITE.COB.
           COPY SELPARM.COB.
           SELECT RELPRG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDPRG.COB.
           COPY FDIPG.COB.
           COPY FDCLI.COB.
           COPY FDPRO.COB.
           COPY FDKIT.COB.
           COPY FDTPR.COB.
           COPY FDPED.COB.
           COPY FDITE.COB.
           COPY FDPARM.COB.
       FD  RELPRG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-REL.
       01 LINRELPRG           PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PRG       PIC X(02) VALUE "00".
       77 ST-IPG       PIC X(02) VALUE "00".
       77 ST-CLI       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-KIT       PIC X(02) VALUE "00".
       77 ST-TPR       PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-ITE       PIC X(02) VALUE "00".
       77 ST-PARM      PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-NOME-REL   PIC X(30) VALUE SPACES.
       77 W-PARAMS-SPL PIC X(30) VALUE SPACES.
       77 W-FIM        PIC X(01) VALUE "N".
       77 W-ERRO       PIC X(01) VALUE "N".
       77 W-FALHA      PIC X(40) VALUE SPACES.
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-INT-DATA   PIC 9(08) VALUE ZEROS.
       77 W-VALIDADE   PIC 9(08) VALUE ZEROS.
       77 W-DATA-DEVIDA PIC 9(08) VALUE ZEROS.
       77 W-PULADOS    PIC 9(03) VALUE ZEROS.
       77 W-NUMERO     PIC 9(05) VALUE ZEROS.
       77 W-TRAVA      PIC 9(02) VALUE ZEROS.
       77 W-CLIENTE    PIC 9(05) VALUE ZEROS.
       77 W-GRUPO      PIC 9(03) VALUE ZEROS.
       77 W-CODIGO     PIC 9(05) VALUE ZEROS.
       77 W-QTDE-ITENS PIC 9(03) VALUE ZEROS.
       77 W-IX         PIC 9(03) VALUE ZEROS COMP.
       77 W-TOTAL-PED  PIC 9(08)V99 VALUE ZEROS.
       77 W-PRECO-ITEM PIC 9(06)V99 VALUE ZEROS.
       77 W-PRECO-LISTA PIC 9(06)V99 VALUE ZEROS.
       77 W-CUSTO-ITEM PIC 9(06)V99 VALUE ZEROS.
       77 W-CUSTO-KIT  PIC 9(08)V99 VALUE ZEROS.
       77 W-KIT        PIC X(01) VALUE "N".
       77 W-ERRO-KIT   PIC X(01) VALUE "N".
       77 W-QTDE-PRECO PIC 9(07) VALUE ZEROS.
       77 W-TAB-TIPO   PIC X(01) VALUE SPACES.
       77 W-TAB-REF    PIC 9(05) VALUE ZEROS.
       77 W-TPR-TIPO   PIC X(01) VALUE SPACES.
       77 W-TPR-REFER  PIC 9(05) VALUE ZEROS.
       77 W-MARGEM     PIC S9(05)V99 VALUE ZEROS.
       77 W-MARGEM-MIN PIC 9(03)V99 VALUE ZEROS.
       77 W-DIAS-MES   PIC 9(02) VALUE ZEROS.
       77 W-RESTO      PIC 9(03) VALUE ZEROS.
       77 W-QUOC       PIC 9(04) VALUE ZEROS.
       77 W-QTDE-LIDO  PIC 9(05) VALUE ZEROS.
       77 W-QTDE-DEVID PIC 9(05) VALUE ZEROS.
       77 W-QTDE-GERA  PIC 9(05) VALUE ZEROS.
       77 W-QTDE-FALHA PIC 9(05) VALUE ZEROS.
       77 W-QTDE-ENCER PIC 9(05) VALUE ZEROS.
       77 W-VALOR-GERA PIC 9(11)V99 VALUE ZEROS.
       01 W-DATA-CALC         PIC 9(08) VALUE ZEROS.
       01 W-DATA-CALC-R REDEFINES W-DATA-CALC.
           03 W-CALC-ANO      PIC 9(04).
           03 W-CALC-MES      PIC 9(02).
           03 W-CALC-DIA      PIC 9(02).
      *
      * ITENS DO ORCAMENTO EM MONTAGEM (LIMITE DO SGP007)
      *
       01 W-ITENS.
           03 W-ITEM-TAB OCCURS 50 TIMES.
               05 WI-CODIGO    PIC 9(05).
               05 WI-QTDE      PIC 9(07).
               05 WI-PRECO     PIC 9(06)V99.
               05 WI-CUSTO     PIC 9(06)V99.
               05 WI-TOTAL     PIC 9(08)V99.
               05 WI-TAB-TIPO  PIC X(01).
               05 WI-TAB-REF   PIC 9(05).
       01 LIN-CAB1.
           03 FILLER          PIC X(40)  VALUE
              "GERACAO DE PEDIDOS PROGRAMADOS".
           03 FILLER          PIC X(06)  VALUE "DATA: ".
           03 LC-DATA         PIC 9999/99/99.
       01 LIN-CAB2.
           03 FILLER          PIC X(40)  VALUE
              "CLIENTE  PRG NOME".
           03 FILLER          PIC X(60)  VALUE
              "DEVIDA     RESULTADO".
       01 LIN-DET.
           03 LD-CLIENTE      PIC ZZZZ9.
           03 FILLER          PIC X(01)  VALUE "-".
           03 LD-SEQ          PIC 99.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-NOME         PIC X(25).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-DEVIDA       PIC 9999/99/99.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-MSG          PIC X(54).
       01 LIN-TIT.
           03 LTI-TEXTO       PIC X(100).
       01 LIN-TOT.
           03 LT-DESCR        PIC X(40).
           03 LT-QTDE         PIC ZZ.ZZ9.
       01 LIN-TOT-VALOR.
           03 LTV-DESCR       PIC X(40).
           03 LTV-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-BRANCO          PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SGB022 - GERACAO DE PEDIDOS PROGRAMADOS"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-HOJE
           COMPUTE W-INT-DATA = FUNCTION INTEGER-OF-DATE(W-HOJE)
           COMPUTE W-VALIDADE =
               FUNCTION DATE-OF-INTEGER(W-INT-DATA + 7).
       ABRE-ARQUIVOS.
           OPEN I-O CADPRG
           IF ST-PRG NOT = "00"
               DISPLAY "SGB022 - CADPRG AUSENTE - NADA A GERAR"
               GOBACK.
           OPEN INPUT ITEPRG
           IF ST-IPG NOT = "00"
               DISPLAY "SGB022 - ITEPRG AUSENTE - NADA A GERAR"
               CLOSE CADPRG
               GOBACK.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADCLI " ST-CLI
               STOP RUN.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADPRO " ST-ERRO
               STOP RUN.
           OPEN I-O CADPED
           IF ST-PED NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADPED " ST-PED
               STOP RUN.
           OPEN I-O ITEPED
           IF ST-ITE NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ITEPED " ST-ITE
               STOP RUN.
           OPEN I-O CADPARM
           IF ST-PARM NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADPARM " ST-PARM
               STOP RUN.
      *
      * SEM KIT OU SEM TABELA NEGOCIADA O PRODUTO E VENDIDO
      * PELO PRECO DE LISTA
      *
           OPEN INPUT CADKIT
           IF ST-KIT NOT = "00"
               MOVE "99" TO ST-KIT.
           OPEN INPUT CADTPR
           IF ST-TPR NOT = "00"
               MOVE "99" TO ST-TPR.
      *
      * MARGEM MINIMA DO CADPARM (A MESMA DO SGP007) PARA O
      * PRECO DE TABELA; SEM O PARAMETRO VALE 10%
      *
           MOVE "MARGEM  " TO PARM-CHAVE
           READ CADPARM
               INVALID KEY
                   MOVE 10 TO W-MARGEM-MIN
               NOT INVALID KEY
                   MOVE PARM-MARGEM-MIN TO W-MARGEM-MIN.
           CALL "SPLNOME" USING "SGB022  " W-NOME-REL
           OPEN OUTPUT RELPRG
           MOVE W-HOJE TO LC-DATA
           WRITE LINRELPRG FROM LIN-CAB1
           WRITE LINRELPRG FROM LIN-BRANCO
           WRITE LINRELPRG FROM LIN-CAB2
           WRITE LINRELPRG FROM LIN-BRANCO.
       PROC-PRINCIPAL.
           PERFORM LE-PROGRAMACAO THRU LE-PROGRAMACAO-FIM
               UNTIL W-FIM = "S" OR W-ERRO = "S"
           PERFORM IMPRIME-TOTAIS THRU IMPRIME-TOTAIS-FIM
           CLOSE CADPRG ITEPRG CADCLI CADPRO CADPED ITEPED CADPARM
                 RELPRG
           IF ST-KIT NOT = "99"
               CLOSE CADKIT.
           IF ST-TPR NOT = "99"
               CLOSE CADTPR.
           STRING "DATA=" W-HOJE
                  DELIMITED BY SIZE INTO W-PARAMS-SPL
           CALL "SPLREG" USING "SGB022  " W-NOME-REL W-PARAMS-SPL
           DISPLAY "SGB022 - PROGRAMACOES DEVIDAS..: " W-QTDE-DEVID
           DISPLAY "SGB022 - ORCAMENTOS GERADOS....: " W-QTDE-GERA
           DISPLAY "SGB022 - FALHAS................: " W-QTDE-FALHA
           DISPLAY "SGB022 - PROGRAMACOES ENCERRADAS: " W-QTDE-ENCER
           IF W-ERRO = "S"
               DISPLAY "SGB022 - GERACAO INTERROMPIDA POR ERRO DE "
                       "GRAVACAO"
               MOVE 8 TO RETURN-CODE.
           GOBACK.
      *
      *****************************************
      * UMA PROGRAMACAO: SO AS ATIVAS E COM   *
      * A PROXIMA DATA ATE HOJE               *
      *****************************************
       LE-PROGRAMACAO.
           READ CADPRG NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO LE-PROGRAMACAO-FIM.
           ADD 1 TO W-QTDE-LIDO
           IF PRG-SITUACAO NOT = "A" OR PRG-PROX-DATA > W-HOJE
               GO TO LE-PROGRAMACAO-FIM.
           MOVE PRG-PROX-DATA TO W-DATA-DEVIDA
           MOVE SPACES        TO LD-NOME LD-MSG
           IF PRG-DATA-FIM NOT = ZEROS AND PRG-PROX-DATA > PRG-DATA-FIM
               PERFORM ENCERRA THRU ENCERRA-FIM
               GO TO LE-PROGRAMACAO-FIM.
           ADD 1 TO W-QTDE-DEVID
           MOVE SPACES TO W-FALHA
           PERFORM CONFERE-CLIENTE THRU CONFERE-CLIENTE-FIM
           IF W-FALHA = SPACES
               PERFORM MONTA-ITENS THRU MONTA-ITENS-FIM.
           IF W-FALHA = SPACES
               PERFORM GERA-NUMERO THRU GERA-NUMERO-FIM.
           IF W-FALHA NOT = SPACES
               ADD 1 TO W-QTDE-FALHA
               STRING "FALHA: " W-FALHA
                      DELIMITED BY SIZE INTO LD-MSG
               PERFORM IMPRIME-DETALHE THRU IMPRIME-DETALHE-FIM
               GO TO LE-PROGRAMACAO-FIM.
           PERFORM GRAVA-ORCAMENTO THRU GRAVA-ORCAMENTO-FIM
           IF W-ERRO = "S"
               GO TO LE-PROGRAMACAO-FIM.
           ADD 1 TO W-QTDE-GERA
           ADD W-TOTAL-PED TO W-VALOR-GERA
      *
      * UMA EXECUCAO GERA UM SO ORCAMENTO POR PROGRAMACAO: SE A
      * CADEIA FICOU DIAS SEM RODAR, OS PERIODOS PERDIDOS SAO
      * PULADOS ATE A PROXIMA DATA FICAR NO FUTURO
      *
           MOVE ZEROS TO W-PULADOS
           PERFORM AVANCA-DATA THRU AVANCA-DATA-FIM
           PERFORM AVANCA-DATA THRU AVANCA-DATA-FIM
               UNTIL PRG-PROX-DATA > W-HOJE
           MOVE W-NUMERO TO PRG-ULT-PEDIDO
           MOVE W-HOJE   TO PRG-ULT-DATA
           MOVE "SGB022  " TO PRG-OPERADOR
           MOVE W-TOTAL-PED TO LTV-VALOR
           STRING "ORCAMENTO " W-NUMERO " VALOR " LTV-VALOR
                  DELIMITED BY SIZE INTO LD-MSG
           IF W-PULADOS > 1
               MOVE "PERIODOS PULADOS" TO LD-MSG(38:16).
           PERFORM IMPRIME-DETALHE THRU IMPRIME-DETALHE-FIM
           IF PRG-DATA-FIM NOT = ZEROS AND PRG-PROX-DATA > PRG-DATA-FIM
               PERFORM ENCERRA THRU ENCERRA-FIM
               GO TO LE-PROGRAMACAO-FIM.
           PERFORM REGRAVA-PRG THRU REGRAVA-PRG-FIM.
       LE-PROGRAMACAO-FIM.
           EXIT.
      *
       ENCERRA.
           ADD 1 TO W-QTDE-ENCER
           MOVE "E" TO PRG-SITUACAO
           MOVE "SGB022  " TO PRG-OPERADOR
           PERFORM REGRAVA-PRG THRU REGRAVA-PRG-FIM
           MOVE SPACES TO LD-NOME LD-MSG
           MOVE "PROGRAMACAO ENCERRADA (DATA FINAL)" TO LD-MSG
           MOVE PRG-DATA-FIM TO W-DATA-DEVIDA
           PERFORM IMPRIME-DETALHE THRU IMPRIME-DETALHE-FIM.
       ENCERRA-FIM.
           EXIT.
      *
       REGRAVA-PRG.
           REWRITE REGPRG
           IF ST-PRG NOT = "00" AND ST-PRG NOT = "02"
               CALL "LOGERRO" USING "SGB022  "
                    "REGRAVA-PRG         " ST-PRG
               MOVE "S" TO W-ERRO.
       REGRAVA-PRG-FIM.
           EXIT.
      *
      *****************************************
      * CLIENTE TEM DE EXISTIR E ESTAR ATIVO  *
      * (O MESMO TESTE DO SGP007); BLOQUEIO   *
      * DA REGUA DE COBRANCA (SGB023) FALHA   *
      * A GERACAO ATE O CLIENTE SER LIBERADO  *
      *****************************************
       CONFERE-CLIENTE.
           MOVE PRG-CLIENTE TO W-CLIENTE CLI-CODIGO
           READ CADCLI
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO W-FALHA
                   GO TO CONFERE-CLIENTE-FIM.
           MOVE CLI-NOME  TO LD-NOME
           MOVE CLI-GRUPO TO W-GRUPO
           IF CLI-SITUACAO = "B"
               MOVE "CLIENTE BLOQUEADO POR ATRASO (COBRANCA)"
                                         TO W-FALHA
               GO TO CONFERE-CLIENTE-FIM.
           IF CLI-SITUACAO NOT = "A"
               STRING "CLIENTE BLOQUEADO (" CLI-DESCSITU ")"
                      DELIMITED BY SIZE INTO W-FALHA.
       CONFERE-CLIENTE-FIM.
           EXIT.
      *
      *****************************************
      * CARREGA OS ITENS DA PROGRAMACAO COM O *
      * PRECO DE HOJE; QUALQUER PRODUTO NAO   *
      * ATIVO (OU KIT COM COMPONENTE NAO      *
      * ATIVO) IMPEDE A GERACAO               *
      *****************************************
       MONTA-ITENS.
           MOVE ZEROS       TO W-QTDE-ITENS W-TOTAL-PED
           MOVE PRG-CLIENTE TO IPG-CLIENTE
           MOVE PRG-SEQ     TO IPG-SEQ
           MOVE ZEROS       TO IPG-CODIGO
           START ITEPRG KEY IS NOT LESS THAN IPG-CHAVE
               INVALID KEY GO TO MONTA-ITENS2.
       MONTA-ITENS1.
           READ ITEPRG NEXT RECORD
               AT END GO TO MONTA-ITENS2.
           IF IPG-CLIENTE NOT = PRG-CLIENTE OR IPG-SEQ NOT = PRG-SEQ
               GO TO MONTA-ITENS2.
           IF W-QTDE-ITENS = 50
               MOVE "MAIS DE 50 ITENS NA PROGRAMACAO" TO W-FALHA
               GO TO MONTA-ITENS-FIM.
           MOVE IPG-CODIGO TO W-CODIGO CODIGO
           READ CADPRO
               INVALID KEY
                   STRING "PRODUTO " IPG-CODIGO " NAO CADASTRADO"
                          DELIMITED BY SIZE INTO W-FALHA
                   GO TO MONTA-ITENS-FIM.
           IF SITUACAO NOT = "A"
               STRING "PRODUTO " IPG-CODIGO " SUSPENSO ("
                      DESCSITU ")"
                      DELIMITED BY SIZE INTO W-FALHA
               GO TO MONTA-ITENS-FIM.
           MOVE PRECOV TO W-PRECO-ITEM W-PRECO-LISTA
           MOVE PRECOC TO W-CUSTO-ITEM
           PERFORM CUSTO-KIT THRU CUSTO-KIT-FIM
           IF W-ERRO-KIT = "S"
               STRING "KIT " IPG-CODIGO " COM COMPONENTE INATIVO"
                      DELIMITED BY SIZE INTO W-FALHA
               GO TO MONTA-ITENS-FIM.
           MOVE IPG-QTDE TO W-QTDE-PRECO
           PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
           PERFORM CONFERE-TABELA THRU CONFERE-TABELA-FIM
           ADD 1 TO W-QTDE-ITENS
           MOVE W-QTDE-ITENS TO W-IX
           MOVE IPG-CODIGO   TO WI-CODIGO(W-IX)
           MOVE IPG-QTDE     TO WI-QTDE(W-IX)
           MOVE W-PRECO-ITEM TO WI-PRECO(W-IX)
           MOVE W-CUSTO-ITEM TO WI-CUSTO(W-IX)
           MOVE W-TAB-TIPO   TO WI-TAB-TIPO(W-IX)
           MOVE W-TAB-REF    TO WI-TAB-REF(W-IX)
           COMPUTE WI-TOTAL(W-IX) = IPG-QTDE * W-PRECO-ITEM
           ADD WI-TOTAL(W-IX) TO W-TOTAL-PED
           GO TO MONTA-ITENS1.
       MONTA-ITENS2.
           IF W-QTDE-ITENS = ZEROS
               MOVE "PROGRAMACAO SEM ITENS" TO W-FALHA.
       MONTA-ITENS-FIM.
           EXIT.
      *
      *****************************************
      * GRAVA CABECA E ITENS DO ORCAMENTO     *
      * (MESMOS CAMPOS DO PED-ORC1 DO SGP007) *
      *****************************************
       GRAVA-ORCAMENTO.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-NUMERO          TO PED-NUMERO
           MOVE PRG-CLIENTE       TO PED-CLIENTE
           MOVE W-DATAHORA(1:8)   TO PED-DATA
           MOVE W-DATAHORA(9:8)   TO PED-HORA
           MOVE W-QTDE-ITENS      TO PED-QTDE-ITENS
           MOVE W-TOTAL-PED       TO PED-TOTAL
           MOVE "O"               TO PED-SITUACAO
           MOVE "ORCAMENTO"       TO PED-DESCSITU
           MOVE "SGB022  "        TO PED-OPER-SIT
           MOVE W-DATAHORA(1:8)   TO PED-DATA-SIT
           MOVE ZEROS             TO PED-CONDPAG
           MOVE W-VALIDADE        TO PED-VALIDADE
           MOVE PRG-VENDEDOR      TO PED-VENDEDOR
           MOVE ZEROS             TO PED-NOTA
           MOVE PRG-DEPOSITO      TO PED-DEPOSITO
           MOVE ZEROS             TO PED-MANIFESTO
           WRITE REGPED
           IF ST-PED NOT = "00" AND ST-PED NOT = "02"
               CALL "LOGERRO" USING "SGB022  "
                    "GRAVA-ORCAMENTO     " ST-PED
               MOVE "S" TO W-ERRO
               GO TO GRAVA-ORCAMENTO-FIM.
           PERFORM GRAVA-ITEM THRU GRAVA-ITEM-FIM
               VARYING W-IX FROM 1 BY 1
                 UNTIL W-IX > W-QTDE-ITENS OR W-ERRO = "S".
       GRAVA-ORCAMENTO-FIM.
           EXIT.
      *
       GRAVA-ITEM.
           MOVE W-NUMERO          TO ITE-NUMERO
           MOVE W-IX              TO ITE-SEQ
           MOVE WI-CODIGO(W-IX)   TO ITE-CODIGO
           MOVE WI-QTDE(W-IX)     TO ITE-QTDE
           MOVE WI-PRECO(W-IX)    TO ITE-PRECO
           MOVE WI-TOTAL(W-IX)    TO ITE-TOTAL
           MOVE ZEROS             TO ITE-QTDE-DEV
           MOVE WI-CUSTO(W-IX)    TO ITE-CUSTO
           MOVE ZEROS             TO ITE-DESCONTO
           MOVE SPACES            TO ITE-AUTORIZA
           MOVE WI-TAB-TIPO(W-IX) TO ITE-TAB-TIPO
           MOVE WI-TAB-REF(W-IX)  TO ITE-TAB-REF
           WRITE REGITE
           IF ST-ITE NOT = "00" AND ST-ITE NOT = "02"
               CALL "LOGERRO" USING "SGB022  "
                    "GRAVA-ITEM          " ST-ITE
               MOVE "S" TO W-ERRO.
       GRAVA-ITEM-FIM.
           EXIT.
      *
      *****************************************
      * PROXIMA DATA PELA FREQUENCIA: SEMANAL *
      * +7, QUINZENAL +14, MENSAL NO MES      *
      * SEGUINTE NO DIA PRG-DIA-MES (OU NO    *
      * ULTIMO DIA DO MES, SE FOR MENOR)      *
      *****************************************
       AVANCA-DATA.
           ADD 1 TO W-PULADOS
           IF PRG-FREQ = "S" OR PRG-FREQ = "Q"
               COMPUTE W-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(PRG-PROX-DATA)
               IF PRG-FREQ = "S"
                   COMPUTE PRG-PROX-DATA =
                       FUNCTION DATE-OF-INTEGER(W-INT-DATA + 7)
                   GO TO AVANCA-DATA-FIM
               ELSE
                   COMPUTE PRG-PROX-DATA =
                       FUNCTION DATE-OF-INTEGER(W-INT-DATA + 14)
                   GO TO AVANCA-DATA-FIM.
           MOVE PRG-PROX-DATA TO W-DATA-CALC
           ADD 1 TO W-CALC-MES
           IF W-CALC-MES > 12
               MOVE 1 TO W-CALC-MES
               ADD 1 TO W-CALC-ANO.
           MOVE 31 TO W-DIAS-MES
           IF W-CALC-MES = 4 OR W-CALC-MES = 6 OR W-CALC-MES = 9
               OR W-CALC-MES = 11
               MOVE 30 TO W-DIAS-MES.
           IF W-CALC-MES = 2
               MOVE 28 TO W-DIAS-MES
               DIVIDE W-CALC-ANO BY 4 GIVING W-QUOC
                      REMAINDER W-RESTO
               IF W-RESTO = ZEROS
                   MOVE 29 TO W-DIAS-MES.
           MOVE PRG-DIA-MES TO W-CALC-DIA
           IF PRG-DIA-MES > W-DIAS-MES OR PRG-DIA-MES = ZEROS
               MOVE W-DIAS-MES TO W-CALC-DIA.
           MOVE W-DATA-CALC TO PRG-PROX-DATA.
       AVANCA-DATA-FIM.
           EXIT.
      *
      *****************************************
      * NUMERO DO ORCAMENTO PELO CONTADOR     *
      * "PEDIDO" DO CADPARM (O MESMO DO       *
      * SGP007); REGISTRO TRAVADO POR UMA     *
      * ESTACAO E TENTADO DE NOVO ATE 30      *
      * VEZES                                 *
      *****************************************
       GERA-NUMERO.
           MOVE ZEROS TO W-TRAVA W-NUMERO.
       GERA-NUMERO1.
           MOVE "PEDIDO  " TO PARM-CHAVE
           READ CADPARM
               INVALID KEY
                   MOVE "PEDIDO  " TO PARM-CHAVE
                   MOVE ZEROS      TO PARM-MARGEM-MIN
                   MOVE ZEROS      TO PARM-CONTADOR
                   WRITE REGPARM.
           IF ST-PARM = "51" OR ST-PARM = "99"
               ADD 1 TO W-TRAVA
               IF W-TRAVA < 30
                   GO TO GERA-NUMERO1
               ELSE
                   MOVE "CONTADOR DE PEDIDO EM USO" TO W-FALHA
                   GO TO GERA-NUMERO-FIM.
           ADD 1 TO PARM-CONTADOR
           MOVE PARM-CONTADOR TO W-NUMERO
           MOVE "PEDIDO  " TO PARM-CHAVE
           REWRITE REGPARM
               INVALID KEY WRITE REGPARM
           END-REWRITE
           IF ST-PARM = "51" OR ST-PARM = "99"
               ADD 1 TO W-TRAVA
               IF W-TRAVA < 30
                   GO TO GERA-NUMERO1
               ELSE
                   MOVE ZEROS TO W-NUMERO
                   MOVE "CONTADOR DE PEDIDO EM USO" TO W-FALHA
                   GO TO GERA-NUMERO-FIM.
           IF ST-PARM NOT = "00" AND ST-PARM NOT = "02"
               CALL "LOGERRO" USING "SGB022  "
                    "GERA-NUMERO         " ST-PARM
               MOVE ZEROS TO W-NUMERO
               MOVE "ERRO NO CONTADOR DE PEDIDO" TO W-FALHA.
       GERA-NUMERO-FIM.
           EXIT.
      *
      *****************************************
      * CUSTO DO KIT: SOMA DO PRECOC DOS      *
      * COMPONENTES VEZES A QTDE POR KIT      *
      * (MESMA REGRA DO SGP007)               *
      *****************************************
       CUSTO-KIT.
           MOVE "N"   TO W-KIT W-ERRO-KIT
           MOVE ZEROS TO W-CUSTO-KIT
           IF ST-KIT = "99"
               GO TO CUSTO-KIT-FIM.
           MOVE W-CODIGO TO KIT-PAI
           MOVE ZEROS    TO KIT-COMP
           START CADKIT KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY GO TO CUSTO-KIT-FIM.
       CUSTO-KIT1.
           READ CADKIT NEXT RECORD
               AT END GO TO CUSTO-KIT2.
           IF KIT-PAI NOT = W-CODIGO
               GO TO CUSTO-KIT2.
           MOVE "S" TO W-KIT
           MOVE KIT-COMP TO CODIGO
           READ CADPRO
               INVALID KEY
                   MOVE "S" TO W-ERRO-KIT
                   GO TO CUSTO-KIT-FIM.
           IF SITUACAO NOT = "A"
               MOVE "S" TO W-ERRO-KIT
               GO TO CUSTO-KIT-FIM.
           COMPUTE W-CUSTO-KIT = W-CUSTO-KIT + (PRECOC * KIT-QTDE)
           GO TO CUSTO-KIT1.
       CUSTO-KIT2.
           IF W-KIT = "S"
               MOVE W-CUSTO-KIT TO W-CUSTO-ITEM.
       CUSTO-KIT-FIM.
           EXIT.
      *
      *****************************************
      * MELHOR PRECO VIGENTE NA TABELA        *
      * NEGOCIADA (CADTPR) DO CLIENTE E DO    *
      * GRUPO, COMO O BUSCA-PRECO DO SGP007   *
      *****************************************
       BUSCA-PRECO.
           MOVE W-PRECO-LISTA TO W-PRECO-ITEM
           MOVE SPACES TO W-TAB-TIPO
           MOVE ZEROS  TO W-TAB-REF
           IF ST-TPR = "99"
               GO TO BUSCA-PRECO-FIM.
           MOVE "C"       TO W-TPR-TIPO
           MOVE W-CLIENTE TO W-TPR-REFER
           PERFORM BUSCA-TABELA THRU BUSCA-TABELA-FIM
           IF W-GRUPO = ZEROS
               GO TO BUSCA-PRECO-FIM.
           MOVE "G"       TO W-TPR-TIPO
           MOVE W-GRUPO   TO W-TPR-REFER
           PERFORM BUSCA-TABELA THRU BUSCA-TABELA-FIM.
       BUSCA-PRECO-FIM.
           EXIT.
      *
       BUSCA-TABELA.
           MOVE W-TPR-TIPO  TO TPR-TIPO
           MOVE W-TPR-REFER TO TPR-REFER
           MOVE W-CODIGO    TO TPR-CODIGO
           MOVE ZEROS       TO TPR-QTDE-MIN
           START CADTPR KEY IS NOT LESS THAN TPR-CHAVE
               INVALID KEY GO TO BUSCA-TABELA-FIM.
       BUSCA-TABELA1.
           READ CADTPR NEXT RECORD
               AT END GO TO BUSCA-TABELA-FIM.
           IF TPR-TIPO NOT = W-TPR-TIPO
              OR TPR-REFER NOT = W-TPR-REFER
              OR TPR-CODIGO NOT = W-CODIGO
               GO TO BUSCA-TABELA-FIM.
           IF TPR-QTDE-MIN > W-QTDE-PRECO
               GO TO BUSCA-TABELA-FIM.
           IF TPR-DT-INI > W-HOJE
               GO TO BUSCA-TABELA1.
           IF TPR-DT-FIM NOT = ZEROS AND TPR-DT-FIM < W-HOJE
               GO TO BUSCA-TABELA1.
           IF W-TAB-TIPO NOT = SPACES
              AND TPR-PRECO NOT < W-PRECO-ITEM
               GO TO BUSCA-TABELA1.
           MOVE TPR-PRECO   TO W-PRECO-ITEM
           MOVE TPR-TIPO    TO W-TAB-TIPO
           MOVE TPR-REFER   TO W-TAB-REF
           GO TO BUSCA-TABELA1.
       BUSCA-TABELA-FIM.
           EXIT.
      *
      *****************************************
      * SEM OPERADOR PARA AUTORIZAR, PRECO DE *
      * TABELA ABAIXO DO CUSTO OU DA MARGEM   *
      * MINIMA VOLTA AO PRECO DE LISTA        *
      *****************************************
       CONFERE-TABELA.
           IF W-TAB-TIPO = SPACES OR W-CUSTO-ITEM = ZEROS
               GO TO CONFERE-TABELA-FIM.
           IF W-PRECO-ITEM < W-CUSTO-ITEM
               GO TO CONFERE-TABELA1.
           COMPUTE W-MARGEM ROUNDED =
                   ((W-PRECO-ITEM - W-CUSTO-ITEM) / W-CUSTO-ITEM)
                   * 100
           IF W-MARGEM NOT < W-MARGEM-MIN
               GO TO CONFERE-TABELA-FIM.
       CONFERE-TABELA1.
           MOVE W-PRECO-LISTA TO W-PRECO-ITEM
           MOVE SPACES TO W-TAB-TIPO
           MOVE ZEROS  TO W-TAB-REF.
       CONFERE-TABELA-FIM.
           EXIT.
      *
       IMPRIME-DETALHE.
           MOVE PRG-CLIENTE   TO LD-CLIENTE
           MOVE PRG-SEQ       TO LD-SEQ
           MOVE W-DATA-DEVIDA TO LD-DEVIDA
           WRITE LINRELPRG FROM LIN-DET.
       IMPRIME-DETALHE-FIM.
           EXIT.
      *
       IMPRIME-TOTAIS.
           WRITE LINRELPRG FROM LIN-BRANCO
           MOVE "*** TOTAIS ***" TO LTI-TEXTO
           WRITE LINRELPRG FROM LIN-TIT
           MOVE "PROGRAMACOES LIDAS...................:" TO LT-DESCR
           MOVE W-QTDE-LIDO  TO LT-QTDE
           WRITE LINRELPRG FROM LIN-TOT
           MOVE "PROGRAMACOES DEVIDAS.................:" TO LT-DESCR
           MOVE W-QTDE-DEVID TO LT-QTDE
           WRITE LINRELPRG FROM LIN-TOT
           MOVE "ORCAMENTOS GERADOS...................:" TO LT-DESCR
           MOVE W-QTDE-GERA  TO LT-QTDE
           WRITE LINRELPRG FROM LIN-TOT
           MOVE "FALHAS (DATA FICA PENDENTE)..........:" TO LT-DESCR
           MOVE W-QTDE-FALHA TO LT-QTDE
           WRITE LINRELPRG FROM LIN-TOT
           MOVE "PROGRAMACOES ENCERRADAS..............:" TO LT-DESCR
           MOVE W-QTDE-ENCER TO LT-QTDE
           WRITE LINRELPRG FROM LIN-TOT
           MOVE "VALOR DOS ORCAMENTOS GERADOS.........:" TO LTV-DESCR
           MOVE W-VALOR-GERA TO LTV-VALOR
           WRITE LINRELPRG FROM LIN-TOT-VALOR.
       IMPRIME-TOTAIS-FIM.
           EXIT.
