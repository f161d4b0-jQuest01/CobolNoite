       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP026.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * DEVOLUCAO DE COMPRA AO FORNECEDOR: *
      * A PARTIR DO RECEBIMENTO DO SGP009  *
      * (CADRCB), ESCOLHE OS ITENS E AS    *
      * QUANTIDADES QUE VOLTAM, BAIXA O    *
      * ESTPRO COM MOVIMENTO DEDICADO      *
      * (MOV-TIPO "F"), O DEPOSITO DO      *
      * RECEBIMENTO E O LOTE RECEBIDO      *
      * (CADLOTE). COM REPOSICAO, ESTORNA  *
      * A QUANTIDADE RECEBIDA NA LINHA DO  *
      * PEDIDO DE COMPRA (IPC-QTDE-REC) E  *
      * REABRE O PEDIDO (CADPCO) PARA O    *
      * SGR012. IMPRIME A NOTA DE          *
      * DEVOLUCAO NUMERADA PELO CONTADOR   *
      * "DEVFORN " DO CADPARM              *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELFOR.COB.
           COPY SELPRO.COB.
           COPY SELEST.COB.
           COPY SELMOV.COB.
           COPY SELLOT.COB.
           COPY SELRCB.COB.
           COPY SELPCO.COB.
           COPY SELIPC.COB.
           COPY SELPARM.COB.
           SELECT DEVFORN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-DEV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDFOR.COB.
           COPY FDPRO.COB.
           COPY FDEST.COB.
           COPY FDMOV.COB.
           COPY FDLOT.COB.
           COPY FDRCB.COB.
           COPY FDPCO.COB.
           COPY FDIPC.COB.
           COPY FDPARM.COB.
       FD  DEVFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-REL.
       01 LINDEV              PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-FOR       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-EST       PIC X(02) VALUE "00".
       77 ST-MOV       PIC X(02) VALUE "00".
       77 ST-LOT       PIC X(02) VALUE "00".
       77 ST-RCB       PIC X(02) VALUE "00".
       77 ST-PCO       PIC X(02) VALUE "00".
       77 ST-IPC       PIC X(02) VALUE "00".
       77 ST-PARM      PIC X(02) VALUE "00".
       77 ST-DEV       PIC X(02) VALUE "00".
       77 ST-SLD       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-RECEB      PIC 9(06) VALUE ZEROS.
       77 W-DATA-RCB   PIC 9(08) VALUE ZEROS.
       77 W-FORNEC     PIC 9(05) VALUE ZEROS.
       77 W-NOMEFOR    PIC X(30) VALUE SPACES.
       77 W-NOTA       PIC 9(09) VALUE ZEROS.
       77 W-PEDCOMP    PIC 9(05) VALUE ZEROS.
       77 W-MOTIVO     PIC X(40) VALUE SPACES.
       77 W-REPOE      PIC X(01) VALUE "N".
       77 W-SEQ        PIC 9(03) VALUE ZEROS.
       77 W-DEPOSITO   PIC 9(02) VALUE 01.
       77 W-CODIGO     PIC 9(05) VALUE ZEROS.
       77 W-DENOM      PIC X(30) VALUE SPACES.
       77 W-LOTE       PIC X(10) VALUE SPACES.
       77 W-CUSTO      PIC 9(06)V99 VALUE ZEROS.
       77 W-QTDE-REC   PIC 9(07) VALUE ZEROS.
       77 W-QTDE-JADEV PIC 9(07) VALUE ZEROS.
       77 W-QTDE-DEV   PIC 9(07) VALUE ZEROS.
       77 W-QTDE-ATUAL PIC 9(07) VALUE ZEROS.
       77 W-QTDE-NOVA  PIC 9(07) VALUE ZEROS.
       77 W-SALDO-DEP  PIC 9(07) VALUE ZEROS.
       77 W-EST-EXISTE PIC X(01) VALUE "N".
       77 W-ERRO-EST   PIC X(01) VALUE "N".
       77 W-FIM-IPC    PIC X(01) VALUE "N".
       77 W-TEM-PEND   PIC X(01) VALUE "N".
       77 W-TEM-REC    PIC X(01) VALUE "N".
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-TRAVA      PIC 9(02) VALUE ZEROS.
       77 W-NUM-DEV    PIC 9(05) VALUE ZEROS.
       77 W-QTDE-ITENS PIC 9(03) VALUE ZEROS.
       77 W-IX         PIC 9(03) VALUE ZEROS COMP.
       77 W-VALOR-LIN  PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTAL-DEV  PIC 9(08)V99 VALUE ZEROS.
       77 W-NOME-REL   PIC X(30) VALUE SPACES.
       77 W-PARAMS-SPL PIC X(30) VALUE SPACES.
       01 W-DEVOLVIDOS.
           03 W-DEV-TAB OCCURS 50 TIMES.
               05 WD-SEQ       PIC 9(03).
               05 WD-CODIGO    PIC 9(05).
               05 WD-LOTE      PIC X(10).
               05 WD-QTDE      PIC 9(07).
               05 WD-CUSTO     PIC 9(06)V99.
      *
      * DOCUMENTO IMPRESSO DA NOTA DE DEVOLUCAO
      *
       01 DV-CAB1.
           03 FILLER          PIC X(37)  VALUE
              "NOTA DE DEVOLUCAO A FORNECEDOR - NR.".
           03 DC-NUMERO       PIC 99999.
           03 FILLER          PIC X(12)  VALUE "   EMISSAO:".
           03 DC-EMISSAO      PIC 9(08).
       01 DV-CAB2.
           03 FILLER          PIC X(11)  VALUE "EMITENTE: ".
           03 DC-EMP-RAZAO    PIC X(30).
           03 FILLER          PIC X(07)  VALUE " CNPJ: ".
           03 DC-EMP-CNPJ     PIC 9(14).
           03 FILLER          PIC X(05)  VALUE " IE: ".
           03 DC-EMP-IE       PIC X(14).
       01 DV-CAB3.
           03 FILLER          PIC X(11)  VALUE SPACES.
           03 DC-EMP-LOGRAD   PIC X(40).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 DC-EMP-CIDADE   PIC X(12).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 DC-EMP-UF       PIC X(02).
           03 FILLER          PIC X(06)  VALUE " CEP: ".
           03 DC-EMP-CEP      PIC 9(08).
       01 DV-CAB4.
           03 FILLER          PIC X(11)  VALUE "DESTINAT.: ".
           03 DC-FORNEC       PIC ZZZZ9.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 DC-NOMEFOR      PIC X(30).
           03 FILLER          PIC X(07)  VALUE " CNPJ: ".
           03 DC-FOR-CNPJ     PIC X(14).
       01 DV-CAB5.
           03 FILLER          PIC X(11)  VALUE SPACES.
           03 DC-FOR-LOGRAD   PIC X(40).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 DC-FOR-BAIRRO   PIC X(20).
       01 DV-CAB6.
           03 FILLER          PIC X(11)  VALUE SPACES.
           03 DC-FOR-CIDADE   PIC X(12).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 DC-FOR-UF       PIC X(02).
           03 FILLER          PIC X(06)  VALUE " CEP: ".
           03 DC-FOR-CEP      PIC 9(08).
       01 DV-CAB7.
           03 FILLER          PIC X(23)  VALUE
              "REFERENTE: RECEBIMENTO".
           03 DC-RECEB        PIC ZZZZZ9.
           03 FILLER          PIC X(08)  VALUE "   NOTA ".
           03 DC-NOTA         PIC ZZZZZZZZ9.
           03 FILLER          PIC X(15)  VALUE "   PED.COMPRA ".
           03 DC-PEDCOMP      PIC ZZZZ9.
       01 DV-CAB8.
           03 FILLER          PIC X(11)  VALUE "MOTIVO...: ".
           03 DC-MOTIVO       PIC X(40).
       01 DV-CAB9.
           03 FILLER          PIC X(11)  VALUE "REPOSICAO: ".
           03 DC-REPOE        PIC X(40).
       01 DV-CAB10.
           03 FILLER          PIC X(100) VALUE
      -       "ITEM  PROD.  DENOMINACAO                    UN LOTE      
      -       "    QTDE CUSTO UNIT.    VALOR TOTAL".
       01 DV-DET.
           03 DD-SEQ          PIC ZZ9.
           03 FILLER          PIC X(03)  VALUE SPACES.
           03 DD-CODIGO       PIC ZZZZ9.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 DD-DENOM        PIC X(30).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 DD-UNID         PIC X(02).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 DD-LOTE         PIC X(10).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 DD-QTDE         PIC ZZZZZZ9.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 DD-CUSTO        PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 DD-VALOR        PIC ZZ.ZZZ.ZZ9,99.
       01 DV-TOT.
           03 FILLER          PIC X(32)  VALUE
              "TOTAL DA DEVOLUCAO............:".
           03 DT-TOTAL        PIC ZZ.ZZZ.ZZ9,99.
       01 DV-ASS1.
           03 FILLER          PIC X(30)  VALUE ALL "_".
           03 FILLER          PIC X(10)  VALUE SPACES.
           03 FILLER          PIC X(30)  VALUE ALL "_".
       01 DV-ASS2.
           03 FILLER          PIC X(40)  VALUE
              "         EXPEDIDO POR".
           03 FILLER          PIC X(30)  VALUE
              "  RECEBIDO PELO FORNECEDOR".
       01 LIN-BRANCO          PIC X(100) VALUE SPACES.
           COPY WSEMP.COB.
           COPY WSUSU.COB.
      *
      *---------------------------------------------------------
       SCREEN SECTION.
       COPY TELADVF.COB.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           CALL "LEREMP" USING DADOS-EMPRESA.
      *
       INC-OP0.
           OPEN INPUT CADFOR
           IF ST-FOR NOT = "00"
               CALL "LOGERRO" USING "SGP026  "
                    "INC-OP0             " ST-FOR
               MOVE "** CADASTRO DE FORNECEDOR INEXISTENTE **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP1.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
               CALL "LOGERRO" USING "SGP026  "
                    "INC-OP1             " ST-ERRO
               MOVE "*** CADASTRO DE PRODUTO INEXISTENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP2.
           OPEN I-O ESTPRO
           IF ST-EST NOT = "00"
               CALL "LOGERRO" USING "SGP026  "
                    "INC-OP2             " ST-EST
               MOVE "ERRO NA ABERTURA DO ARQUIVO ESTPRO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP3.
           OPEN I-O MOVESTQ
           IF ST-MOV NOT = "00"
               IF ST-MOV = "30"
                      OPEN OUTPUT MOVESTQ
                      CLOSE MOVESTQ
                      GO TO INC-OP3
                   ELSE
                      CALL "LOGERRO" USING "SGP026  "
                           "INC-OP3             " ST-MOV
                      MOVE "ERRO NA ABERTURA DO ARQUIVO MOVESTQ" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP4.
           OPEN I-O CADLOTE
           IF ST-LOT NOT = "00"
               IF ST-LOT = "30"
                      OPEN OUTPUT CADLOTE
                      CLOSE CADLOTE
                      GO TO INC-OP4
                   ELSE
                      CALL "LOGERRO" USING "SGP026  "
                           "INC-OP4             " ST-LOT
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADLOTE"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP5.
           OPEN I-O CADRCB
           IF ST-RCB NOT = "00"
               IF ST-RCB = "30"
                      OPEN OUTPUT CADRCB
                      CLOSE CADRCB
                      GO TO INC-OP5
                   ELSE
                      CALL "LOGERRO" USING "SGP026  "
                           "INC-OP5             " ST-RCB
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADRCB" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP6.
           OPEN I-O CADPCO
           IF ST-PCO NOT = "00"
               IF ST-PCO = "30"
                      OPEN OUTPUT CADPCO
                      CLOSE CADPCO
                      GO TO INC-OP6
                   ELSE
                      CALL "LOGERRO" USING "SGP026  "
                           "INC-OP6             " ST-PCO
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPCO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP7.
           OPEN I-O ITEPCO
           IF ST-IPC NOT = "00"
               IF ST-IPC = "30"
                      OPEN OUTPUT ITEPCO
                      CLOSE ITEPCO
                      GO TO INC-OP7
                   ELSE
                      CALL "LOGERRO" USING "SGP026  "
                           "INC-OP7             " ST-IPC
                      MOVE "ERRO NA ABERTURA DO ARQUIVO ITEPCO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP8.
           OPEN I-O CADPARM
           IF ST-PARM NOT = "00"
               IF ST-PARM = "30"
                      OPEN OUTPUT CADPARM
                      CLOSE CADPARM
                      GO TO INC-OP8
                   ELSE
                      CALL "LOGERRO" USING "SGP026  "
                           "INC-OP8             " ST-PARM
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPARM" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
      *
      **********************
      * RECEBIMENTO        *
      **********************
      *
       DVF-001.
                MOVE ZEROS  TO W-RECEB W-DATA-RCB W-FORNEC W-NOTA
                               W-PEDCOMP W-SEQ W-CODIGO W-CUSTO
                               W-QTDE-REC W-QTDE-JADEV W-QTDE-DEV
                               W-NUM-DEV W-QTDE-ITENS W-TOTAL-DEV
                MOVE SPACES TO W-NOMEFOR W-MOTIVO W-DENOM W-LOTE
                MOVE "N"    TO W-REPOE
                MOVE 01     TO W-DEPOSITO
                DISPLAY TELADVF.
       DVF-002.
                ACCEPT TDVFREC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADFOR CADPRO ESTPRO MOVESTQ CADLOTE CADRCB
                         CADPCO ITEPCO CADPARM
                   GO TO ROT-FIM.
                IF W-RECEB = 0
                   MOVE "*** RECEBIMENTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO DVF-002.
                MOVE W-RECEB TO RCB-NUMERO
                MOVE ZEROS   TO RCB-SEQ
                START CADRCB KEY IS NOT LESS THAN RCB-CHAVE
                    INVALID KEY
                        MOVE "*** RECEBIMENTO NAO ENCONTRADO ***"
                                                         TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS2
                        GO TO DVF-002.
                READ CADRCB NEXT RECORD
                    AT END
                        MOVE ZEROS TO RCB-NUMERO.
                IF RCB-NUMERO NOT = W-RECEB
                   MOVE "*** RECEBIMENTO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO DVF-002.
                MOVE RCB-DATA     TO W-DATA-RCB
                MOVE RCB-FORNEC   TO W-FORNEC
                MOVE RCB-NOTA     TO W-NOTA
                MOVE RCB-PEDCOMP  TO W-PEDCOMP
                MOVE RCB-FORNEC   TO FOR-CODIGO
                READ CADFOR
                    INVALID KEY
                        MOVE SPACES   TO W-NOMEFOR
                    NOT INVALID KEY
                        MOVE FOR-NOME TO W-NOMEFOR.
                DISPLAY TELADVF.
      *
      ************************************
      * MOTIVO DA DEVOLUCAO (SAI NA NOTA *
      * QUE ACOMPANHA A MERCADORIA)      *
      ************************************
      *
       DVF-003.
                DISPLAY (19, 02)
                     "AVARIA, PRODUTO ERRADO, FORA DO PEDIDO..."
                ACCEPT TDVFMOT
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (19, 02) LIMPA
                IF W-ACT = 02 GO TO DVF-001.
                IF W-MOTIVO = SPACES
                   MOVE "*** INFORME O MOTIVO DA DEVOLUCAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO DVF-003.
      *
      ************************************
      * REPOSICAO: SO PARA RECEBIMENTO   *
      * CONTRA PEDIDO DE COMPRA - A      *
      * QUANTIDADE DEVOLVIDA VOLTA A     *
      * FICAR PENDENTE NO PEDIDO         *
      ************************************
      *
       DVF-004.
                MOVE "N" TO W-REPOE
                IF W-PEDCOMP = ZEROS
                   GO TO ITM-001.
                DISPLAY (19, 02)
                     "FORNECEDOR VAI REPOR A MERCADORIA (S/N) : "
                ACCEPT (19, 45) W-REPOE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (19, 02) LIMPA
                IF W-ACT = 02 GO TO DVF-003.
                IF W-REPOE = "s" MOVE "S" TO W-REPOE.
                IF W-REPOE = "n" MOVE "N" TO W-REPOE.
                IF W-REPOE NOT = "S" AND W-REPOE NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO DVF-004.
      *
      **********************
      * ITENS DEVOLVIDOS   *
      **********************
      *
       ITM-001.
                MOVE ZEROS  TO W-SEQ W-CODIGO W-CUSTO W-QTDE-REC
                               W-QTDE-JADEV W-QTDE-DEV
                MOVE SPACES TO W-DENOM W-LOTE
                DISPLAY TELADVF
                DISPLAY (19, 02) "ITEM 0 = ENCERRA A DEVOLUCAO"
                ACCEPT TDVFSEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                MOVE SPACES TO MENS
                DISPLAY (19, 02) LIMPA
                IF W-ACT = 02
                   IF W-QTDE-ITENS = 0
                      GO TO DVF-001
                   ELSE
                      GO TO ITM-FIM.
                IF W-SEQ = 0
                   GO TO ITM-FIM.
                IF W-QTDE-ITENS = 50
                   MOVE "*** LIMITE DE 50 ITENS ATINGIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ITM-FIM.
                MOVE W-RECEB TO RCB-NUMERO
                MOVE W-SEQ   TO RCB-SEQ
                READ CADRCB
                    INVALID KEY
                        MOVE "** ITEM NAO ENCONTRADO NO RECEBIMENTO **"
                                                         TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS2
                        GO TO ITM-001.
                MOVE RCB-CODIGO   TO W-CODIGO
                MOVE RCB-DEPOSITO TO W-DEPOSITO
                MOVE RCB-LOTE     TO W-LOTE
                MOVE RCB-CUSTO    TO W-CUSTO
                MOVE RCB-QTDE     TO W-QTDE-REC
                MOVE RCB-QTDE-DEV TO W-QTDE-JADEV
                IF W-DEPOSITO = ZEROS
                   MOVE 01 TO W-DEPOSITO.
                MOVE RCB-CODIGO   TO CODIGO
                READ CADPRO
                    INVALID KEY
                        MOVE SPACES TO W-DENOM
                    NOT INVALID KEY
                        MOVE DENOM  TO W-DENOM.
                IF W-QTDE-JADEV NOT < W-QTDE-REC
                   MOVE "*** ITEM JA TOTALMENTE DEVOLVIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ITM-001.
                DISPLAY TELADVF.
       ITM-002.
                MOVE ZEROS TO W-QTDE-DEV
                ACCEPT TDVFQTD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITM-001.
                IF W-QTDE-DEV = 0
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ITM-002.
                COMPUTE W-QTDE-NOVA = W-QTDE-REC - W-QTDE-JADEV
                IF W-QTDE-DEV > W-QTDE-NOVA
                   MOVE "*** MAIOR QUE O SALDO DO RECEBIMENTO ***"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ITM-002.
      *
      * A MERCADORIA TEM DE ESTAR FISICAMENTE NO DEPOSITO E NO
      * LOTE DO RECEBIMENTO PARA SAIR
      *
                MOVE W-CODIGO TO EST-CODIGO
                READ ESTPRO
                    INVALID KEY
                        MOVE ZEROS    TO W-QTDE-ATUAL
                    NOT INVALID KEY
                        MOVE EST-QTDE TO W-QTDE-ATUAL.
                CALL "SALDODEP" USING "C" W-CODIGO W-DEPOSITO
                     W-QTDE-ATUAL W-QTDE-DEV W-SALDO-DEP ST-SLD
                IF W-SALDO-DEP < W-QTDE-DEV
                   MOVE "** SALDO DO DEPOSITO INSUFICIENTE **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ITM-002.
                IF W-LOTE = SPACES
                   GO TO ITM-OPC.
                MOVE W-CODIGO TO LOT-CODIGO
                MOVE W-LOTE   TO LOT-LOTE
                READ CADLOTE
                    INVALID KEY
                        MOVE ZEROS TO LOT-QTDE.
                IF LOT-QTDE < W-QTDE-DEV
                   MOVE "*** SALDO DO LOTE INSUFICIENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ITM-002.
       ITM-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (19, 02) "CONFIRMA DEVOLUCAO (S/N) : ".
                ACCEPT (19, 29) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (19, 02) LIMPA
                IF W-ACT = 02 GO TO ITM-002.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DEVOLUCAO DESISTIDA PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-OPC.
       ITM-WR1.
      *
      * O NUMERO DA NOTA DE DEVOLUCAO E TIRADO NO PRIMEIRO ITEM,
      * ANTES DE QUALQUER BAIXA
      *
                IF W-NUM-DEV = ZEROS
                   PERFORM GERA-NUMERO THRU GERA-NUMERO-FIM
                   IF W-NUM-DEV = ZEROS
                      GO TO ITM-OPC.
                PERFORM BAIXA-ITEM THRU BAIXA-ITEM-FIM
                IF W-ERRO-EST = "S"
                   GO TO ITM-001.
                ADD 1 TO W-QTDE-ITENS
                MOVE W-SEQ      TO WD-SEQ(W-QTDE-ITENS)
                MOVE W-CODIGO   TO WD-CODIGO(W-QTDE-ITENS)
                MOVE W-LOTE     TO WD-LOTE(W-QTDE-ITENS)
                MOVE W-QTDE-DEV TO WD-QTDE(W-QTDE-ITENS)
                MOVE W-CUSTO    TO WD-CUSTO(W-QTDE-ITENS)
                MOVE "*** DEVOLUCAO REGISTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ITM-001.
       ITM-FIM.
                IF W-QTDE-ITENS = 0
                   GO TO DVF-001.
                IF W-REPOE = "S"
                   PERFORM REABRE-PEDCOMP THRU REABRE-PEDCOMP-FIM.
                PERFORM IMP-DEVOLUCAO THRU IMP-DEVOLUCAO-FIM
                MOVE SPACES TO MENS
                STRING "** DEVOLUCAO " W-NUM-DEV
                       " CONCLUIDA - NOTA IMPRESSA **"
                       DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DVF-001.
      *
      ************************************
      * SAIDA DO ESTOQUE (MOVIMENTO "F"),*
      * DO DEPOSITO E DO LOTE RECEBIDO,  *
      * ACUMULADO DE DEVOLUCAO NO        *
      * RECEBIMENTO E, COM REPOSICAO,    *
      * ESTORNO NA LINHA DO PEDIDO DE    *
      * COMPRA                           *
      ************************************
      *
       BAIXA-ITEM.
                MOVE "N"   TO W-ERRO-EST
                MOVE ZEROS TO W-TRAVA.
      *
      * RELE O SALDO IMEDIATAMENTE ANTES DE REGRAVAR E REPETE
      * QUANDO O REGISTRO ESTA TRAVADO POR OUTRA ESTACAO
      *
       BAIXA-ITEM-EST.
                MOVE W-CODIGO TO EST-CODIGO
                READ ESTPRO
                    INVALID KEY
                        MOVE "N"    TO W-EST-EXISTE
                        MOVE ZEROS  TO W-QTDE-ATUAL
                    NOT INVALID KEY
                        MOVE "S"       TO W-EST-EXISTE
                        MOVE EST-QTDE  TO W-QTDE-ATUAL.
                IF ST-EST = "51" OR ST-EST = "99"
                   PERFORM ESPERA-REGISTRO THRU ESPERA-REGISTRO-FIM
                   IF W-TRAVA < 30
                      GO TO BAIXA-ITEM-EST
                   ELSE
                      MOVE "*** ESTOQUE EM USO - NAO DEVOLVIDO ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE "S" TO W-ERRO-EST
                      GO TO BAIXA-ITEM-FIM.
                IF W-EST-EXISTE = "N" OR W-QTDE-ATUAL < W-QTDE-DEV
                   MOVE "** SALDO MUDOU - ITEM NAO DEVOLVIDO **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "S" TO W-ERRO-EST
                   GO TO BAIXA-ITEM-FIM.
                COMPUTE W-QTDE-NOVA = W-QTDE-ATUAL - W-QTDE-DEV
                MOVE W-CODIGO    TO EST-CODIGO
                MOVE W-QTDE-NOVA TO EST-QTDE
                REWRITE REGEST
                IF ST-EST = "51" OR ST-EST = "99"
                   PERFORM ESPERA-REGISTRO THRU ESPERA-REGISTRO-FIM
                   IF W-TRAVA < 30
                      GO TO BAIXA-ITEM-EST
                   ELSE
                      MOVE "*** ESTOQUE EM USO - NAO DEVOLVIDO ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE "S" TO W-ERRO-EST
                      GO TO BAIXA-ITEM-FIM.
                IF ST-EST NOT = "00" AND ST-EST NOT = "02"
                   CALL "LOGERRO" USING "SGP026  "
                        "BAIXA-ITEM          " ST-EST
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ESTPRO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "S" TO W-ERRO-EST
                   GO TO BAIXA-ITEM-FIM.
                MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
                MOVE W-CODIGO          TO MOV-CODIGO
                MOVE W-DATAHORA(1:8)   TO MOV-DATA
                MOVE W-DATAHORA(9:8)   TO MOV-HORA
                MOVE "F"               TO MOV-TIPO
                MOVE W-QTDE-DEV        TO MOV-QTDE
                MOVE W-QTDE-ATUAL      TO MOV-QTDE-ANT
                MOVE W-QTDE-NOVA       TO MOV-QTDE-NOVA
                MOVE OPER-CODIGO       TO MOV-OPERADOR
                MOVE W-DEPOSITO        TO MOV-DEPOSITO
                MOVE ZEROS             TO MOV-DEP-PAR
                MOVE SPACES            TO MOV-SENTIDO
                WRITE REGMOV
                IF ST-MOV NOT = "00" AND ST-MOV NOT = "02"
                   CALL "LOGERRO" USING "SGP026  "
                        "BAIXA-ITEM          " ST-MOV
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO MOVESTQ" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                CALL "SALDODEP" USING "S" W-CODIGO W-DEPOSITO
                     W-QTDE-NOVA W-QTDE-DEV W-SALDO-DEP ST-SLD
                IF ST-SLD = "99"
                   CALL "LOGERRO" USING "SGP026  "
                        "BAIXA-ITEM          " ST-SLD
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ESTDEP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                IF ST-SLD = "10"
                   CALL "LOGERRO" USING "SGP026  "
                        "BAIXA-ITEM          " ST-SLD
                   MOVE "AVISO: DEPOSITO SEM SALDO - ESTDEP NAO BAIXADO"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                IF W-LOTE NOT = SPACES
                   PERFORM BAIXA-LOTE THRU BAIXA-LOTE-FIM.
                ADD W-QTDE-DEV TO RCB-QTDE-DEV
                REWRITE REGRCB
                IF ST-RCB NOT = "00" AND ST-RCB NOT = "02"
                   CALL "LOGERRO" USING "SGP026  "
                        "BAIXA-ITEM          " ST-RCB
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRCB" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                IF W-REPOE = "S" AND RCB-IPC-SEQ NOT = ZEROS
                   PERFORM ESTORNA-PEDCOMP THRU ESTORNA-PEDCOMP-FIM.
       BAIXA-ITEM-FIM.
                EXIT.
      *
      ************************************
      * SAIDA DO LOTE DO RECEBIMENTO     *
      * (NAO O FEFO DA VENDA: VOLTA AO   *
      * FORNECEDOR O LOTE QUE ELE        *
      * ENTREGOU)                        *
      ************************************
      *
       BAIXA-LOTE.
                MOVE W-CODIGO TO LOT-CODIGO
                MOVE W-LOTE   TO LOT-LOTE
                READ CADLOTE
                    INVALID KEY GO TO BAIXA-LOTE-FIM.
                IF LOT-QTDE < W-QTDE-DEV
                   MOVE ZEROS TO LOT-QTDE
                ELSE
                   SUBTRACT W-QTDE-DEV FROM LOT-QTDE.
                REWRITE REGLOT
                IF ST-LOT NOT = "00" AND ST-LOT NOT = "02"
                   CALL "LOGERRO" USING "SGP026  "
                        "BAIXA-LOTE          " ST-LOT
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADLOTE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       BAIXA-LOTE-FIM.
                EXIT.
      *
      ************************************
      * REPOSICAO: TIRA A QUANTIDADE     *
      * DEVOLVIDA DO RECEBIDO NA LINHA   *
      * DO PEDIDO DE COMPRA              *
      ************************************
      *
       ESTORNA-PEDCOMP.
                MOVE RCB-PEDCOMP TO IPC-NUMERO
                MOVE RCB-IPC-SEQ TO IPC-SEQ
                READ ITEPCO
                    INVALID KEY GO TO ESTORNA-PEDCOMP-FIM.
                IF IPC-QTDE-REC < W-QTDE-DEV
                   MOVE ZEROS TO IPC-QTDE-REC
                ELSE
                   SUBTRACT W-QTDE-DEV FROM IPC-QTDE-REC.
                REWRITE REGIPC
                IF ST-IPC NOT = "00" AND ST-IPC NOT = "02"
                   CALL "LOGERRO" USING "SGP026  "
                        "ESTORNA-PEDCOMP     " ST-IPC
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ITEPCO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ESTORNA-PEDCOMP-FIM.
                EXIT.
      *
      ************************************
      * REAVALIA A SITUACAO DO PEDIDO DE *
      * COMPRA COMO O SGP009: F=NADA     *
      * PENDENTE, P=PARCIAL, A=ABERTO    *
      * (NADA MAIS RECEBIDO)             *
      ************************************
      *
       REABRE-PEDCOMP.
                MOVE "N"       TO W-TEM-PEND W-TEM-REC
                MOVE W-PEDCOMP TO IPC-NUMERO
                MOVE ZEROS     TO IPC-SEQ
                START ITEPCO KEY IS NOT LESS THAN IPC-CHAVE
                    INVALID KEY GO TO REABRE-PEDCOMP-FIM.
                MOVE "N" TO W-FIM-IPC
                PERFORM REABRE-PEDCOMP1 THRU REABRE-PEDCOMP1-FIM
                    UNTIL W-FIM-IPC = "S"
                MOVE W-PEDCOMP TO PCO-NUMERO
                READ CADPCO
                    INVALID KEY GO TO REABRE-PEDCOMP-FIM.
                IF W-TEM-PEND = "N"
                   MOVE "F"       TO PCO-SITUACAO
                   MOVE "FECHADO" TO PCO-DESCSITU
                ELSE
                   IF W-TEM-REC = "S"
                      MOVE "P"       TO PCO-SITUACAO
                      MOVE "PARCIAL" TO PCO-DESCSITU
                   ELSE
                      MOVE "A"       TO PCO-SITUACAO
                      MOVE "ABERTO"  TO PCO-DESCSITU.
                REWRITE REGPCO
                IF ST-PCO NOT = "00" AND ST-PCO NOT = "02"
                   CALL "LOGERRO" USING "SGP026  "
                        "REABRE-PEDCOMP      " ST-PCO
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPCO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       REABRE-PEDCOMP-FIM.
                EXIT.
       REABRE-PEDCOMP1.
                READ ITEPCO NEXT RECORD
                    AT END
                        MOVE "S" TO W-FIM-IPC
                        GO TO REABRE-PEDCOMP1-FIM.
                IF IPC-NUMERO NOT = W-PEDCOMP
                   MOVE "S" TO W-FIM-IPC
                   GO TO REABRE-PEDCOMP1-FIM.
                IF IPC-QTDE-REC < IPC-QTDE
                   MOVE "S" TO W-TEM-PEND.
                IF IPC-QTDE-REC > ZEROS
                   MOVE "S" TO W-TEM-REC.
       REABRE-PEDCOMP1-FIM.
                EXIT.
      *
      ************************************
      * NOTA DE DEVOLUCAO QUE ACOMPANHA  *
      * A MERCADORIA                     *
      ************************************
      *
       IMP-DEVOLUCAO.
                CALL "SPLNOME" USING "DEVFORN " W-NOME-REL
                OPEN OUTPUT DEVFORN
                IF ST-DEV NOT = "00"
                   CALL "LOGERRO" USING "SGP026  "
                        "IMP-DEVOLUCAO       " ST-DEV
                   MOVE "ERRO NA ABERTURA DA NOTA DE DEVOLUCAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IMP-DEVOLUCAO-FIM.
                MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
                MOVE W-NUM-DEV       TO DC-NUMERO
                MOVE W-DATAHORA(1:8) TO DC-EMISSAO
                MOVE EMP-RAZAO       TO DC-EMP-RAZAO
                MOVE EMP-CNPJ        TO DC-EMP-CNPJ
                MOVE EMP-IE          TO DC-EMP-IE
                MOVE EMP-LOGRAD      TO DC-EMP-LOGRAD
                MOVE EMP-CIDADE      TO DC-EMP-CIDADE
                MOVE EMP-UF          TO DC-EMP-UF
                MOVE EMP-CEP         TO DC-EMP-CEP
                MOVE W-FORNEC        TO DC-FORNEC FOR-CODIGO
                MOVE W-NOMEFOR       TO DC-NOMEFOR
                READ CADFOR
                    INVALID KEY
                        MOVE SPACES TO FOR-CNPJ FOR-LOGRAD FOR-BAIRRO
                                       FOR-CIDADE FOR-UF
                        MOVE ZEROS  TO FOR-CEP.
                MOVE FOR-CNPJ        TO DC-FOR-CNPJ
                MOVE FOR-LOGRAD      TO DC-FOR-LOGRAD
                MOVE FOR-BAIRRO      TO DC-FOR-BAIRRO
                MOVE FOR-CIDADE      TO DC-FOR-CIDADE
                MOVE FOR-UF          TO DC-FOR-UF
                MOVE FOR-CEP         TO DC-FOR-CEP
                MOVE W-RECEB         TO DC-RECEB
                MOVE W-NOTA          TO DC-NOTA
                MOVE W-PEDCOMP       TO DC-PEDCOMP
                MOVE W-MOTIVO        TO DC-MOTIVO
                IF W-REPOE = "S"
                   MOVE "MERCADORIA A SER REPOSTA PELO FORNECEDOR"
                                          TO DC-REPOE
                ELSE
                   MOVE "SEM REPOSICAO" TO DC-REPOE.
                WRITE LINDEV FROM DV-CAB1
                WRITE LINDEV FROM LIN-BRANCO
                WRITE LINDEV FROM DV-CAB2
                WRITE LINDEV FROM DV-CAB3
                WRITE LINDEV FROM DV-CAB4
                WRITE LINDEV FROM DV-CAB5
                WRITE LINDEV FROM DV-CAB6
                WRITE LINDEV FROM LIN-BRANCO
                WRITE LINDEV FROM DV-CAB7
                WRITE LINDEV FROM DV-CAB8
                WRITE LINDEV FROM DV-CAB9
                WRITE LINDEV FROM LIN-BRANCO
                WRITE LINDEV FROM DV-CAB10
                MOVE ZEROS TO W-TOTAL-DEV
                PERFORM IMP-DEVOLUCAO1 THRU IMP-DEVOLUCAO1-FIM
                    VARYING W-IX FROM 1 BY 1
                      UNTIL W-IX > W-QTDE-ITENS
                MOVE W-TOTAL-DEV TO DT-TOTAL
                WRITE LINDEV FROM LIN-BRANCO
                WRITE LINDEV FROM DV-TOT
                WRITE LINDEV FROM LIN-BRANCO
                WRITE LINDEV FROM LIN-BRANCO
                WRITE LINDEV FROM LIN-BRANCO
                WRITE LINDEV FROM DV-ASS1
                WRITE LINDEV FROM DV-ASS2
                CLOSE DEVFORN
                MOVE SPACES TO W-PARAMS-SPL
                STRING "RECEB=" W-RECEB " DEV=" W-NUM-DEV
                       DELIMITED BY SIZE INTO W-PARAMS-SPL
                CALL "SPLREG" USING "DEVFORN " W-NOME-REL
                     W-PARAMS-SPL.
       IMP-DEVOLUCAO-FIM.
                EXIT.
       IMP-DEVOLUCAO1.
                MOVE WD-CODIGO(W-IX) TO CODIGO
                READ CADPRO
                    INVALID KEY
                        MOVE SPACES TO DENOM UNID.
                COMPUTE W-VALOR-LIN ROUNDED =
                        WD-QTDE(W-IX) * WD-CUSTO(W-IX)
                ADD W-VALOR-LIN TO W-TOTAL-DEV
                MOVE WD-SEQ(W-IX)    TO DD-SEQ
                MOVE WD-CODIGO(W-IX) TO DD-CODIGO
                MOVE DENOM           TO DD-DENOM
                MOVE UNID            TO DD-UNID
                MOVE WD-LOTE(W-IX)   TO DD-LOTE
                MOVE WD-QTDE(W-IX)   TO DD-QTDE
                MOVE WD-CUSTO(W-IX)  TO DD-CUSTO
                MOVE W-VALOR-LIN     TO DD-VALOR
                WRITE LINDEV FROM DV-DET.
       IMP-DEVOLUCAO1-FIM.
                EXIT.
      *
      ************************************
      * NUMERO DA NOTA DE DEVOLUCAO:     *
      * CONTADOR "DEVFORN " NO CADPARM   *
      ************************************
      *
       GERA-NUMERO.
                MOVE ZEROS TO W-TRAVA W-NUM-DEV.
       GERA-NUMERO1.
                MOVE "DEVFORN " TO PARM-CHAVE
                READ CADPARM
                    INVALID KEY
                        MOVE "DEVFORN " TO PARM-CHAVE
                        MOVE ZEROS      TO PARM-MARGEM-MIN
                        MOVE ZEROS      TO PARM-CONTADOR
                        WRITE REGPARM.
                IF ST-PARM = "51" OR ST-PARM = "99"
                   PERFORM ESPERA-REGISTRO THRU ESPERA-REGISTRO-FIM
                   IF W-TRAVA < 30
                      GO TO GERA-NUMERO1
                   ELSE
                      MOVE "** CONTADOR DE DEVOLUCAO EM USO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO GERA-NUMERO-FIM.
                ADD 1 TO PARM-CONTADOR
                MOVE PARM-CONTADOR TO W-NUM-DEV
                MOVE "DEVFORN " TO PARM-CHAVE
                REWRITE REGPARM
                    INVALID KEY WRITE REGPARM
                END-REWRITE
                IF ST-PARM NOT = "00" AND ST-PARM NOT = "02"
                   CALL "LOGERRO" USING "SGP026  "
                        "GERA-NUMERO         " ST-PARM
                   MOVE ZEROS TO W-NUM-DEV
                   MOVE "ERRO NA GRAVACAO DO CONTADOR DEVFORN" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GERA-NUMERO-FIM.
                EXIT.
      *
      ************************************
      * ESPERA CURTA POR REGISTRO        *
      * TRAVADO POR OUTRA ESTACAO        *
      ************************************
      *
       ESPERA-REGISTRO.
                ADD 1 TO W-TRAVA
                MOVE "* REGISTRO EM USO - AGUARDANDO... *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ESPERA-REGISTRO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (17, 13) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 1000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (17, 13) MENS.
       ROT-MENS-FIM.
                EXIT.
