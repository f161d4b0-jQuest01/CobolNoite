       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP029.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * VENDA DE BALCAO (FRENTE DE CAIXA)  *
      * ITENS PELO CODIGO DE BARRAS (EAN)  *
      * COM QUANTIDADE, CLIENTE CONSUMIDOR *
      * PADRAO (CADPARM "CONSUMID"), BAIXA *
      * DE ESTOQUE E LOTES COMO NO SGP007  *
      * (INCLUSIVE KIT), PEDIDO GRAVADO JA *
      * ENTREGUE (T) COM PARCELA UNICA     *
      * PAGA NO CADREC, PAGAMENTO EM       *
      * DINHEIRO/CARTAO/PIX NO CADVCX E    *
      * CUPOM IMPRESSO NO SPOOL. O CAIXA E *
      * FECHADO POR OPERADOR NO SGP030     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCLI.COB.
           COPY SELPRO.COB.
           COPY SELEST.COB.
           COPY SELMOV.COB.
           COPY SELPED.COB.
           COPY SELITE.COB.
           COPY SELPARM.COB.
           COPY SELREC.COB.
           COPY SELKIT.COB.
           COPY SELVCX.COB.
           SELECT CUPOM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CUP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCLI.COB.
           COPY FDPRO.COB.
           COPY FDEST.COB.
           COPY FDMOV.COB.
           COPY FDPED.COB.
           COPY FDITE.COB.
           COPY FDPARM.COB.
           COPY FDREC.COB.
           COPY FDKIT.COB.
           COPY FDVCX.COB.
       FD  CUPOM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-REL.
       01 LINCUP              PIC X(64).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-CLI       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-EST       PIC X(02) VALUE "00".
       77 ST-MOV       PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-ITE       PIC X(02) VALUE "00".
       77 ST-PARM      PIC X(02) VALUE "00".
       77 ST-REC       PIC X(02) VALUE "00".
       77 ST-LOT       PIC X(02) VALUE "00".
       77 ST-SLD       PIC X(02) VALUE "00".
       77 ST-KIT       PIC X(02) VALUE "00".
       77 ST-VCX       PIC X(02) VALUE "00".
       77 ST-CUP       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-NUMERO     PIC 9(05) VALUE ZEROS.
       77 W-CLIENTE    PIC 9(05) VALUE ZEROS.
       77 W-CONSUMIDOR PIC 9(05) VALUE ZEROS.
       77 W-NOMECLI    PIC X(30) VALUE SPACES.
       77 W-ITEM       PIC 9(03) VALUE ZEROS.
       77 W-CODIGO     PIC 9(05) VALUE ZEROS.
       77 W-DENOM      PIC X(30) VALUE SPACES.
       77 W-QTDE-ITEM  PIC 9(07) VALUE ZEROS.
       77 W-PRECO-ITEM PIC 9(06)V99 VALUE ZEROS.
       77 W-CUSTO-ITEM PIC 9(06)V99 VALUE ZEROS.
       77 W-TOTAL-ITEM PIC 9(08)V99 VALUE ZEROS.
       77 W-QTDE-ITENS PIC 9(03) VALUE ZEROS.
       77 W-TOTAL-PED  PIC 9(08)V99 VALUE ZEROS.
       77 W-QTDE-ATUAL PIC 9(07) VALUE ZEROS.
       77 W-QTDE-NOVA  PIC 9(07) VALUE ZEROS.
       77 W-QTDE-PEND  PIC 9(07) VALUE ZEROS.
       77 W-EST-EXISTE PIC X(01) VALUE "N".
       77 W-IX         PIC 9(03) VALUE ZEROS COMP.
       77 W-LINHA      PIC 9(03) VALUE ZEROS COMP.
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-EAN-LIDO   PIC 9(13) VALUE ZEROS.
       77 W-TRAVA      PIC 9(02) VALUE ZEROS.
       77 W-ERRO-ESTQ  PIC X(01) VALUE "N".
       77 W-DEPOSITO   PIC 9(02) VALUE 01.
       77 W-SALDO-DEP  PIC 9(07) VALUE ZEROS.
       77 W-KIT        PIC X(01) VALUE "N".
       77 W-ERRO-KIT   PIC X(01) VALUE "N".
       77 W-KIT-CODIGO PIC 9(05) VALUE ZEROS.
       77 W-SALDO-KIT  PIC 9(07) VALUE ZEROS.
       77 W-QTDE-POSS  PIC 9(07) VALUE ZEROS.
       77 W-QTDE-BAIXA PIC 9(07) VALUE ZEROS.
       77 W-CUSTO-KIT  PIC 9(08)V99 VALUE ZEROS.
       77 W-VLR-DIN    PIC 9(08)V99 VALUE ZEROS.
       77 W-VLR-CAR    PIC 9(08)V99 VALUE ZEROS.
       77 W-VLR-PIX    PIC 9(08)V99 VALUE ZEROS.
       77 W-VLR-TROCO  PIC 9(08)V99 VALUE ZEROS.
       77 W-VLR-FALTA  PIC 9(08)V99 VALUE ZEROS.
       77 W-NOME-REL   PIC X(30) VALUE SPACES.
       77 W-PARAMS-SPL PIC X(30) VALUE SPACES.
       01 W-ITENS.
           03 W-ITEM-TAB OCCURS 50 TIMES.
               05 WI-CODIGO    PIC 9(05).
               05 WI-QTDE      PIC 9(07).
               05 WI-PRECO     PIC 9(06)V99.
               05 WI-TOTAL     PIC 9(08)V99.
               05 WI-CUSTO     PIC 9(06)V99.
      *
      * CUPOM DA VENDA DE BALCAO
      *
       01 CUP-CAB1.
           03 CC-EMP-RAZAO    PIC X(30).
       01 CUP-CAB2.
           03 FILLER          PIC X(06)  VALUE "CNPJ: ".
           03 CC-EMP-CNPJ     PIC 9(14).
           03 FILLER          PIC X(06)  VALUE "  IE: ".
           03 CC-EMP-IE       PIC X(14).
       01 CUP-CAB3.
           03 CC-EMP-LOGRAD   PIC X(40).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 CC-EMP-CIDADE   PIC X(12).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 CC-EMP-UF       PIC X(02).
       01 CUP-CAB4.
           03 FILLER          PIC X(30)  VALUE
              "CUPOM DE VENDA BALCAO - VENDA".
           03 CC-NUMERO       PIC ZZZZ9.
       01 CUP-CAB5.
           03 FILLER          PIC X(06)  VALUE "DATA: ".
           03 CC-DATA         PIC 9(08).
           03 FILLER          PIC X(08)  VALUE "  HORA: ".
           03 CC-HH           PIC 9(02).
           03 FILLER          PIC X(01)  VALUE ":".
           03 CC-MI           PIC 9(02).
           03 FILLER          PIC X(12)  VALUE "  OPERADOR: ".
           03 CC-OPERADOR     PIC X(08).
       01 CUP-CAB6.
           03 FILLER          PIC X(09)  VALUE "CLIENTE: ".
           03 CC-CLIENTE      PIC ZZZZ9.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 CC-NOMECLI      PIC X(30).
       01 CUP-CAB7.
           03 FILLER          PIC X(10)  VALUE "IT  COD.".
           03 FILLER          PIC X(24)  VALUE "DENOMINACAO".
           03 FILLER          PIC X(04)  VALUE "QTDE".
           03 FILLER          PIC X(11)  VALUE "      UNIT.".
           03 FILLER          PIC X(13)  VALUE "        TOTAL".
       01 CUP-DET.
           03 CD-SEQ          PIC ZZ9.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 CD-CODIGO       PIC ZZZZ9.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 CD-DENOM        PIC X(20).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 CD-QTDE         PIC ZZZZZZ9.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 CD-PRECO        PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 CD-TOTAL        PIC ZZZZZ.ZZ9,99.
       01 CUP-VAL.
           03 FILLER          PIC X(38)  VALUE SPACES.
           03 CV-ROTULO       PIC X(12).
           03 CV-VALOR        PIC ZZZZZ.ZZ9,99.
       01 CUP-TRACO           PIC X(62)  VALUE ALL "-".
       01 LIN-BRANCO          PIC X(64)  VALUE SPACES.
           COPY WSEMP.COB.
           COPY WSUSU.COB.
      *
      *---------------------------------------------------------
       SCREEN SECTION.
       COPY TELABAL.COB.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           CALL "LEREMP" USING DADOS-EMPRESA.
      *
       INC-OP0.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               CALL "LOGERRO" USING "SGP029  "
                    "INC-OP0             " ST-CLI
               MOVE "*** CADASTRO DE CLIENTE INEXISTENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP1.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
               CALL "LOGERRO" USING "SGP029  "
                    "INC-OP1             " ST-ERRO
               MOVE "*** CADASTRO DE PRODUTO INEXISTENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP2.
           OPEN I-O ESTPRO
           IF ST-EST NOT = "00"
               IF ST-EST = "30"
                      OPEN OUTPUT ESTPRO
                      CLOSE ESTPRO
                      GO TO INC-OP2
                   ELSE
                      CALL "LOGERRO" USING "SGP029  "
                           "INC-OP2             " ST-EST
                      MOVE "ERRO NA ABERTURA DO ARQUIVO ESTPRO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP3.
           OPEN I-O MOVESTQ
           IF ST-MOV NOT = "00"
               IF ST-MOV = "30"
                      OPEN OUTPUT MOVESTQ
                      CLOSE MOVESTQ
                      GO TO INC-OP3
                   ELSE
                      CALL "LOGERRO" USING "SGP029  "
                           "INC-OP3             " ST-MOV
                      MOVE "ERRO NA ABERTURA DO ARQUIVO MOVESTQ" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP4.
           OPEN I-O CADPED
           IF ST-PED NOT = "00"
               IF ST-PED = "30"
                      OPEN OUTPUT CADPED
                      CLOSE CADPED
                      GO TO INC-OP4
                   ELSE
                      CALL "LOGERRO" USING "SGP029  "
                           "INC-OP4             " ST-PED
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPED" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP5.
           OPEN I-O ITEPED
           IF ST-ITE NOT = "00"
               IF ST-ITE = "30"
                      OPEN OUTPUT ITEPED
                      CLOSE ITEPED
                      GO TO INC-OP5
                   ELSE
                      CALL "LOGERRO" USING "SGP029  "
                           "INC-OP5             " ST-ITE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO ITEPED" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP6.
           OPEN I-O CADPARM
           IF ST-PARM NOT = "00"
               IF ST-PARM = "30"
                      OPEN OUTPUT CADPARM
                      CLOSE CADPARM
                      GO TO INC-OP6
                   ELSE
                      CALL "LOGERRO" USING "SGP029  "
                           "INC-OP6             " ST-PARM
                      MOVE "ERRO NA ABERTURA DO CADPARM" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
      *
      * CLIENTE CONSUMIDOR DA VENDA DE BALCAO: CODIGO NO CAMPO
      * PARM-CONTADOR DA CHAVE "CONSUMID" (ZERO = NAO DEFINIDO,
      * O OPERADOR INFORMA O CLIENTE A CADA VENDA)
      *
       INC-OP6A.
           MOVE "CONSUMID" TO PARM-CHAVE
           READ CADPARM
               INVALID KEY
                   MOVE "CONSUMID" TO PARM-CHAVE
                   MOVE ZEROS      TO PARM-MARGEM-MIN
                   MOVE ZEROS      TO PARM-CONTADOR
                   WRITE REGPARM.
           MOVE PARM-CONTADOR TO W-CONSUMIDOR.
       INC-OP7.
           OPEN I-O CADREC
           IF ST-REC NOT = "00"
               IF ST-REC = "30"
                      OPEN OUTPUT CADREC
                      CLOSE CADREC
                      GO TO INC-OP7
                   ELSE
                      CALL "LOGERRO" USING "SGP029  "
                           "INC-OP7             " ST-REC
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADREC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP8.
           OPEN INPUT CADKIT
           IF ST-KIT NOT = "00"
               IF ST-KIT = "35"
                      OPEN OUTPUT CADKIT
                      CLOSE CADKIT
                      GO TO INC-OP8
                   ELSE
                      CALL "LOGERRO" USING "SGP029  "
                           "INC-OP8             " ST-KIT
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADKIT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP9.
           OPEN I-O CADVCX
           IF ST-VCX NOT = "00"
               IF ST-VCX = "30"
                      OPEN OUTPUT CADVCX
                      CLOSE CADVCX
                      GO TO INC-OP9
                   ELSE
                      CALL "LOGERRO" USING "SGP029  "
                           "INC-OP9             " ST-VCX
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADVCX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
      *
      **********************
      * CABECA DA VENDA    *
      **********************
      *
       BAL-001.
                MOVE ZEROS  TO W-NUMERO W-ITEM W-CODIGO W-EAN-LIDO
                               W-QTDE-ITEM W-PRECO-ITEM W-TOTAL-ITEM
                               W-QTDE-ITENS W-TOTAL-PED
                               W-VLR-DIN W-VLR-CAR W-VLR-PIX
                               W-VLR-TROCO
                MOVE SPACES TO W-NOMECLI W-DENOM
                MOVE W-CONSUMIDOR TO W-CLIENTE
                IF W-CLIENTE NOT = ZEROS
                   MOVE W-CLIENTE TO CLI-CODIGO
                   READ CADCLI
                       INVALID KEY
                           MOVE ZEROS TO W-CLIENTE
                       NOT INVALID KEY
                           MOVE CLI-NOME TO W-NOMECLI.
                DISPLAY TELABAL.
      *
      * O CONSUMIDOR VEM PREENCHIDO: ENTER ACEITA, OU O OPERADOR
      * INFORMA O CODIGO DE UM CLIENTE CADASTRADO
      *
       BAL-002.
                ACCEPT TBALCLI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADCLI CADPRO ESTPRO MOVESTQ
                         CADPED ITEPED CADPARM CADREC CADKIT CADVCX
                   GO TO ROT-FIM.
                IF W-CLIENTE = 0
                   MOVE "*** CLIENTE INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO BAL-002.
                MOVE W-CLIENTE TO CLI-CODIGO
                READ CADCLI
                    INVALID KEY
                        MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS2
                        GO TO BAL-002
                    NOT INVALID KEY
                        MOVE CLI-NOME   TO W-NOMECLI.
                IF CLI-SITUACAO NOT = "A"
                   MOVE "*** CLIENTE CANCELADO/EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO BAL-002.
                DISPLAY TELABAL
                IF W-CONSUMIDOR = ZEROS AND OPER-NIVEL NOT < 3
                   PERFORM GRAVA-CONSUMIDOR THRU GRAVA-CONSUMIDOR-FIM.
      *
      **********************
      * ITENS DA VENDA     *
      **********************
      *
       ITM-001.
                MOVE ZEROS  TO W-CODIGO W-EAN-LIDO W-QTDE-ITEM
                               W-PRECO-ITEM W-TOTAL-ITEM W-CUSTO-ITEM
                MOVE SPACES TO W-DENOM
                COMPUTE W-ITEM = W-QTDE-ITENS + 1
                DISPLAY TELABAL
                DISPLAY (21, 02) "CODIGO DE BARRAS 0 = ENCERRA OS ITENS"
                DISPLAY (22, 02) "F4=CODIGO DO PRODUTO"
                ACCEPT TBALEAN
                ACCEPT W-ACT FROM ESCAPE KEY
                MOVE SPACES TO MENS
                DISPLAY (21, 02) LIMPA
                DISPLAY (22, 02) LIMPA
                IF W-ACT = 02 GO TO BAL-002.
                IF W-ACT = 05
                   PERFORM LE-POR-CODIGO THRU LE-POR-CODIGO-FIM
                   IF W-CODIGO = ZEROS
                      GO TO ITM-001
                   ELSE
                      GO TO ITM-001A.
                IF W-EAN-LIDO = 0
                   IF W-QTDE-ITENS = 0
                      MOVE "*** VENDA SEM ITENS ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ITM-001
                   ELSE
                      GO TO PAG-001.
                PERFORM LE-POR-EAN THRU LE-POR-EAN-FIM
                IF W-CODIGO = ZEROS
                   GO TO ITM-001.
       ITM-001A.
                IF W-QTDE-ITENS = 50
                   MOVE "*** LIMITE DE 50 ITENS ATINGIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ITM-001.
                MOVE W-CODIGO TO CODIGO
                READ CADPRO
                    INVALID KEY
                        MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS2
                        GO TO ITM-001
                    NOT INVALID KEY
                        MOVE DENOM  TO W-DENOM
                        MOVE EAN    TO W-EAN-LIDO
                        MOVE PRECOV TO W-PRECO-ITEM
                        MOVE PRECOC TO W-CUSTO-ITEM.
                IF SITUACAO NOT = "A"
                   MOVE "*** PRODUTO CANCELADO/EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ITM-001.
                PERFORM CUSTO-KIT THRU CUSTO-KIT-FIM
                IF W-ERRO-KIT = "S"
                   MOVE "** KIT COM COMPONENTE INVALIDO/CANCELADO **"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ITM-001.
                DISPLAY TELABAL.
      *
      * NO BALCAO A MERCADORIA SAI NA HORA: SEM SALDO NO
      * DEPOSITO A LINHA E RECUSADA (NAO HA ORCAMENTO AQUI)
      *
       ITM-002.
                MOVE 1 TO W-QTDE-ITEM
                ACCEPT TBALQTD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITM-001.
                IF W-QTDE-ITEM = 0
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ITM-002.
                PERFORM LER-SALDO THRU LER-SALDO-FIM
                PERFORM CALC-PENDENTE THRU CALC-PENDENTE-FIM
                COMPUTE W-QTDE-PEND = W-QTDE-PEND + W-QTDE-ITEM
                IF W-QTDE-PEND > W-SALDO-DEP
                   MOVE "*** ESTOQUE INSUFICIENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ITM-002.
       ITM-003.
                COMPUTE W-TOTAL-ITEM = W-QTDE-ITEM * W-PRECO-ITEM
                PERFORM BUSCA-LINHA THRU BUSCA-LINHA-FIM
                IF W-LINHA = 0
                   ADD 1 TO W-QTDE-ITENS
                   MOVE W-QTDE-ITENS TO W-LINHA
                   MOVE W-CODIGO     TO WI-CODIGO(W-LINHA)
                   MOVE ZEROS        TO WI-QTDE(W-LINHA)
                   MOVE W-PRECO-ITEM TO WI-PRECO(W-LINHA)
                   MOVE W-CUSTO-ITEM TO WI-CUSTO(W-LINHA)
                   MOVE ZEROS        TO WI-TOTAL(W-LINHA).
                SUBTRACT WI-TOTAL(W-LINHA) FROM W-TOTAL-PED
                ADD W-QTDE-ITEM  TO WI-QTDE(W-LINHA)
                COMPUTE WI-TOTAL(W-LINHA) = WI-QTDE(W-LINHA) *
                        WI-PRECO(W-LINHA)
                ADD WI-TOTAL(W-LINHA) TO W-TOTAL-PED
                DISPLAY TELABAL
                GO TO ITM-001.
      *
      ************************************
      * PAGAMENTO: CARTAO E PIX NAO DAO  *
      * TROCO (NO MAXIMO O TOTAL DA      *
      * VENDA); O RESTANTE VAI EM        *
      * DINHEIRO, E O QUE PASSAR DELE    *
      * VOLTA COMO TROCO                 *
      ************************************
      *
       PAG-001.
                MOVE ZEROS TO W-VLR-DIN W-VLR-CAR W-VLR-PIX
                              W-VLR-TROCO
                DISPLAY TELABAL.
       PAG-002.
                DISPLAY (21, 02) "VALOR NO CARTAO: "
                ACCEPT (21, 19) W-VLR-CAR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (21, 02) LIMPA
                IF W-ACT = 02 GO TO ITM-001.
                IF W-VLR-CAR > W-TOTAL-PED
                   MOVE "*** CARTAO MAIOR QUE O TOTAL DA VENDA ***"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PAG-002.
                DISPLAY TELABAL.
       PAG-003.
                DISPLAY (21, 02) "VALOR NO PIX: "
                ACCEPT (21, 16) W-VLR-PIX WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (21, 02) LIMPA
                IF W-ACT = 02 GO TO PAG-002.
                IF (W-VLR-CAR + W-VLR-PIX) > W-TOTAL-PED
                   MOVE "** CARTAO + PIX MAIOR QUE O TOTAL DA VENDA **"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PAG-003.
                COMPUTE W-VLR-FALTA = W-TOTAL-PED - W-VLR-CAR
                                                  - W-VLR-PIX
                MOVE W-VLR-FALTA TO W-VLR-DIN
                DISPLAY TELABAL.
       PAG-004.
                DISPLAY (21, 02) "DINHEIRO RECEBIDO: "
                ACCEPT (21, 21) W-VLR-DIN WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (21, 02) LIMPA
                IF W-ACT = 02 GO TO PAG-003.
                IF W-VLR-DIN < W-VLR-FALTA
                   MOVE "*** PAGAMENTO NAO COBRE O TOTAL DA VENDA ***"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PAG-004.
                COMPUTE W-VLR-TROCO = W-VLR-DIN - W-VLR-FALTA
                DISPLAY TELABAL.
      *
      **********************
      * CONFIRMACAO        *
      **********************
      *
       BAL-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (21, 02) "CONFIRMA VENDA (S/N) : "
                ACCEPT (21, 25) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (21, 02) LIMPA
                IF W-ACT = 02 GO TO PAG-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* VENDA CANCELADA PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BAL-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S OU N ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BAL-OPC.
      *
      * OUTRA ESTACAO PODE TER VENDIDO O MESMO SALDO ENQUANTO OS
      * ITENS ERAM PASSADOS: CONFERE TUDO ANTES DE GRAVAR
      *
       BAL-CHK.
                MOVE "N" TO W-ERRO-ESTQ
                PERFORM CONFERE-ESTQ-PED THRU CONFERE-ESTQ-PED-FIM
                    VARYING W-IX FROM 1 BY 1
                      UNTIL W-IX > W-QTDE-ITENS
                IF W-ERRO-ESTQ = "S"
                   MOVE "** SEM ESTOQUE - VENDA NAO PODE SER GRAVADA **"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BAL-OPC.
      *
      ************************************
      * A MERCADORIA SAI NO BALCAO: O    *
      * PEDIDO JA NASCE ENTREGUE (T), A  *
      * VISTA, COM O OPERADOR COMO       *
      * VENDEDOR E SAIDA DO DEPOSITO 01  *
      ************************************
      *
       BAL-WR1.
                PERFORM GERA-NUMERO THRU GERA-NUMERO-FIM
                IF W-NUMERO = ZEROS
                   GO TO BAL-OPC.
                MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
                MOVE W-NUMERO          TO PED-NUMERO
                MOVE W-CLIENTE         TO PED-CLIENTE
                MOVE W-DATAHORA(1:8)   TO PED-DATA
                MOVE W-DATAHORA(9:8)   TO PED-HORA
                MOVE W-QTDE-ITENS      TO PED-QTDE-ITENS
                MOVE W-TOTAL-PED       TO PED-TOTAL
                MOVE "T"               TO PED-SITUACAO
                MOVE "ENTREGUE"        TO PED-DESCSITU
                MOVE OPER-CODIGO       TO PED-OPER-SIT
                MOVE W-DATAHORA(1:8)   TO PED-DATA-SIT
                MOVE ZEROS             TO PED-CONDPAG
                MOVE ZEROS             TO PED-VALIDADE
                MOVE OPER-CODIGO       TO PED-VENDEDOR
                MOVE ZEROS             TO PED-NOTA
                MOVE W-DEPOSITO        TO PED-DEPOSITO
                MOVE ZEROS             TO PED-MANIFESTO
                WRITE REGPED
                IF ST-PED NOT = "00" AND ST-PED NOT = "02"
                   CALL "LOGERRO" USING "SGP029  "
                        "BAL-WR1             " ST-PED
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPED" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM GRAVA-ITEM THRU GRAVA-ITEM-FIM
                    VARYING W-IX FROM 1 BY 1
                      UNTIL W-IX > W-QTDE-ITENS
                PERFORM GRAVA-PARCELA THRU GRAVA-PARCELA-FIM
                PERFORM GRAVA-PAGTO THRU GRAVA-PAGTO-FIM
                PERFORM IMP-CUPOM THRU IMP-CUPOM-FIM
                DISPLAY TELABAL
                MOVE "*** VENDA GRAVADA - CUPOM NO SPOOL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO BAL-001.
      *
      **********************
      * GRAVACAO DE ITEM   *
      * E BAIXA DE ESTOQUE *
      **********************
      *
       GRAVA-ITEM.
                MOVE W-NUMERO        TO ITE-NUMERO
                MOVE W-IX            TO ITE-SEQ
                MOVE WI-CODIGO(W-IX) TO ITE-CODIGO
                MOVE WI-QTDE(W-IX)   TO ITE-QTDE
                MOVE WI-PRECO(W-IX)  TO ITE-PRECO
                MOVE WI-TOTAL(W-IX)  TO ITE-TOTAL
                MOVE ZEROS           TO ITE-QTDE-DEV
                MOVE WI-CUSTO(W-IX)  TO ITE-CUSTO
                MOVE ZEROS           TO ITE-DESCONTO
                MOVE SPACES          TO ITE-AUTORIZA
                MOVE SPACES          TO ITE-TAB-TIPO
                MOVE ZEROS           TO ITE-TAB-REF
                WRITE REGITE
                IF ST-ITE NOT = "00" AND ST-ITE NOT = "02"
                   CALL "LOGERRO" USING "SGP029  "
                        "GRAVA-ITEM          " ST-ITE
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ITEPED" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRAVA-ITEM-FIM.
                MOVE WI-CODIGO(W-IX) TO W-CODIGO
                PERFORM VERIFICA-KIT THRU VERIFICA-KIT-FIM
                IF W-KIT = "S"
                   PERFORM BAIXA-KIT THRU BAIXA-KIT-FIM
                   GO TO GRAVA-ITEM-FIM.
                MOVE WI-QTDE(W-IX) TO W-QTDE-BAIXA
                PERFORM BAIXA-ESTOQUE THRU BAIXA-ESTOQUE-FIM.
       GRAVA-ITEM-FIM.
                EXIT.
      *
      ************************************
      * BAIXA DE W-QTDE-BAIXA DO PRODUTO *
      * W-CODIGO: ESTPRO, MOVESTQ, SALDO *
      * DO DEPOSITO E LOTES              *
      ************************************
      *
       BAIXA-ESTOQUE.
                MOVE ZEROS TO W-TRAVA.
      *
      * RELE O SALDO IMEDIATAMENTE ANTES DE REGRAVAR E REPETE
      * QUANDO O REGISTRO ESTA TRAVADO POR OUTRA ESTACAO, PARA
      * NAO REGRAVAR POR CIMA DE UMA BAIXA CONCORRENTE
      *
       GRAVA-ITEM-EST.
                PERFORM LER-SALDO-PRO THRU LER-SALDO-PRO-FIM
                IF ST-EST = "51" OR ST-EST = "99"
                   PERFORM ESPERA-REGISTRO THRU ESPERA-REGISTRO-FIM
                   IF W-TRAVA < 30
                      GO TO GRAVA-ITEM-EST
                   ELSE
                      MOVE "*** ESTOQUE EM USO - NAO BAIXADO ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO BAIXA-ESTOQUE-FIM.
                IF W-QTDE-BAIXA > W-SALDO-DEP
                   MOVE SPACES TO MENS
                   STRING "SALDO MUDOU - NAO BAIXADO PROD "
                                            DELIMITED BY SIZE
                          W-CODIGO          DELIMITED BY SIZE
                          INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BAIXA-ESTOQUE-FIM.
                COMPUTE W-QTDE-NOVA = W-QTDE-ATUAL - W-QTDE-BAIXA
                MOVE W-CODIGO    TO EST-CODIGO
                MOVE W-QTDE-NOVA TO EST-QTDE
                IF W-EST-EXISTE = "S"
                   REWRITE REGEST
                ELSE
                   MOVE ZEROS TO EST-QTDE-MIN EST-QTDE-MAX
                                 EST-ULT-FORNEC
                   WRITE REGEST.
                IF ST-EST = "51" OR ST-EST = "99"
                   PERFORM ESPERA-REGISTRO THRU ESPERA-REGISTRO-FIM
                   IF W-TRAVA < 30
                      GO TO GRAVA-ITEM-EST
                   ELSE
                      MOVE "*** ESTOQUE EM USO - NAO BAIXADO ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO BAIXA-ESTOQUE-FIM.
                IF ST-EST NOT = "00" AND ST-EST NOT = "02"
                   CALL "LOGERRO" USING "SGP029  "
                        "BAIXA-ESTOQUE       " ST-EST
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ESTPRO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BAIXA-ESTOQUE-FIM.
                MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
                MOVE W-CODIGO          TO MOV-CODIGO
                MOVE W-DATAHORA(1:8)   TO MOV-DATA
                MOVE W-DATAHORA(9:8)   TO MOV-HORA
                MOVE "S"               TO MOV-TIPO
                MOVE W-QTDE-BAIXA      TO MOV-QTDE
                MOVE W-QTDE-ATUAL      TO MOV-QTDE-ANT
                MOVE W-QTDE-NOVA       TO MOV-QTDE-NOVA
                MOVE OPER-CODIGO       TO MOV-OPERADOR
                MOVE W-DEPOSITO        TO MOV-DEPOSITO
                MOVE ZEROS             TO MOV-DEP-PAR
                MOVE SPACES            TO MOV-SENTIDO
                WRITE REGMOV
                IF ST-MOV NOT = "00" AND ST-MOV NOT = "02"
                   CALL "LOGERRO" USING "SGP029  "
                        "BAIXA-ESTOQUE       " ST-MOV
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO MOVESTQ" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                CALL "SALDODEP" USING "S" W-CODIGO W-DEPOSITO
                     W-QTDE-NOVA W-QTDE-BAIXA W-SALDO-DEP ST-SLD
                IF ST-SLD = "99"
                   CALL "LOGERRO" USING "SGP029  "
                        "BAIXA-ESTOQUE       " ST-SLD
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ESTDEP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                IF ST-SLD = "10"
                   CALL "LOGERRO" USING "SGP029  "
                        "BAIXA-ESTOQUE       " ST-SLD
                   MOVE "AVISO: DEPOSITO SEM SALDO - ESTDEP NAO BAIXADO"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      * BAIXA FEFO DOS LOTES DO PRODUTO (VALIDADE MAIS ANTIGA
      * PRIMEIRO) - PRODUTO SEM LOTE NAO E ERRO
      *
                CALL "BAIXALOTE" USING W-CODIGO W-QTDE-BAIXA ST-LOT
                IF ST-LOT = "10"
                   MOVE "** AVISO: SALDO DE LOTES INSUFICIENTE **"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       BAIXA-ESTOQUE-FIM.
                EXIT.
      *
      ************************************
      * LEITURA DO PRODUTO PELO CODIGO   *
      * DE BARRAS (CHAVE ALTERNATIVA EAN)*
      ************************************
      *
       LE-POR-EAN.
                MOVE ZEROS TO W-CODIGO
                MOVE W-EAN-LIDO TO EAN
                READ CADPRO KEY IS EAN
                    INVALID KEY
                        MOVE "** CODIGO DE BARRAS NAO ENCONTRADO **"
                                                         TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS2
                    NOT INVALID KEY
                        MOVE CODIGO TO W-CODIGO.
       LE-POR-EAN-FIM.
                EXIT.
      *
      ************************************
      * PRODUTO SEM ETIQUETA: O OPERADOR *
      * DIGITA O CODIGO INTERNO          *
      ************************************
      *
       LE-POR-CODIGO.
                MOVE ZEROS TO W-CODIGO
                DISPLAY (21, 02) "CODIGO DO PRODUTO:"
                ACCEPT (21, 21) W-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (21, 02) LIMPA
                IF W-ACT = 02
                   MOVE ZEROS TO W-CODIGO.
       LE-POR-CODIGO-FIM.
                EXIT.
      *
      ************************************
      * SALDO EM ESTOQUE: TOTAL DO       *
      * PRODUTO (ESTPRO) E SALDO NO      *
      * DEPOSITO DE SAIDA DA VENDA       *
      ************************************
      *
       LER-SALDO.
                PERFORM VERIFICA-KIT THRU VERIFICA-KIT-FIM
                IF W-KIT = "S"
                   PERFORM SALDO-KIT THRU SALDO-KIT-FIM
                ELSE
                   PERFORM LER-SALDO-PRO THRU LER-SALDO-PRO-FIM.
       LER-SALDO-FIM.
                EXIT.
       LER-SALDO-PRO.
                MOVE W-CODIGO TO EST-CODIGO
                READ ESTPRO
                    INVALID KEY
                        MOVE "N"    TO W-EST-EXISTE
                        MOVE ZEROS  TO W-QTDE-ATUAL
                    NOT INVALID KEY
                        MOVE "S"       TO W-EST-EXISTE
                        MOVE EST-QTDE  TO W-QTDE-ATUAL.
                CALL "SALDODEP" USING "C" W-CODIGO W-DEPOSITO
                     W-QTDE-ATUAL W-QTDE-ITEM W-SALDO-DEP ST-SLD.
       LER-SALDO-PRO-FIM.
                EXIT.
      *
      ************************************
      * KIT: O PRODUTO TEM COMPONENTES   *
      * NO CADKIT?                       *
      ************************************
      *
       VERIFICA-KIT.
                MOVE "N"      TO W-KIT
                MOVE W-CODIGO TO KIT-PAI
                MOVE ZEROS    TO KIT-COMP
                START CADKIT KEY IS NOT LESS THAN KIT-CHAVE
                    INVALID KEY GO TO VERIFICA-KIT-FIM.
                READ CADKIT NEXT RECORD
                    AT END GO TO VERIFICA-KIT-FIM.
                IF KIT-PAI = W-CODIGO
                   MOVE "S" TO W-KIT.
       VERIFICA-KIT-FIM.
                EXIT.
      *
      ************************************
      * SALDO DO KIT NO DEPOSITO: QUANTOS*
      * KITS OS COMPONENTES PERMITEM     *
      * MONTAR (MENOR SALDO DIVIDIDO     *
      * PELA QTDE POR KIT)               *
      ************************************
      *
       SALDO-KIT.
                MOVE W-CODIGO TO W-KIT-CODIGO
                MOVE 9999999  TO W-SALDO-KIT
                MOVE W-KIT-CODIGO TO KIT-PAI
                MOVE ZEROS        TO KIT-COMP
                START CADKIT KEY IS NOT LESS THAN KIT-CHAVE
                    INVALID KEY GO TO SALDO-KIT2.
       SALDO-KIT1.
                READ CADKIT NEXT RECORD
                    AT END GO TO SALDO-KIT2.
                IF KIT-PAI NOT = W-KIT-CODIGO
                   GO TO SALDO-KIT2.
                MOVE KIT-COMP TO W-CODIGO
                PERFORM LER-SALDO-PRO THRU LER-SALDO-PRO-FIM
                DIVIDE W-SALDO-DEP BY KIT-QTDE GIVING W-QTDE-POSS
                IF W-QTDE-POSS < W-SALDO-KIT
                   MOVE W-QTDE-POSS TO W-SALDO-KIT.
                GO TO SALDO-KIT1.
       SALDO-KIT2.
                MOVE W-KIT-CODIGO TO W-CODIGO
                IF W-SALDO-KIT = 9999999
                   MOVE ZEROS TO W-SALDO-KIT.
                MOVE W-SALDO-KIT TO W-SALDO-DEP.
       SALDO-KIT-FIM.
                EXIT.
      *
      ************************************
      * CUSTO DO KIT: SOMA DO PRECOC DOS *
      * COMPONENTES VEZES A QTDE POR KIT.*
      * COMPONENTE INEXISTENTE OU NAO    *
      * ATIVO IMPEDE A VENDA DO KIT      *
      ************************************
      *
       CUSTO-KIT.
                MOVE "N"   TO W-KIT W-ERRO-KIT
                MOVE ZEROS TO W-CUSTO-KIT
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
      ************************************
      * BAIXA DO KIT NOS COMPONENTES:    *
      * CONFERE O SALDO DE TODOS ANTES   *
      * DE BAIXAR O PRIMEIRO, PARA NAO   *
      * DEIXAR O KIT BAIXADO PELA METADE *
      ************************************
      *
       BAIXA-KIT.
                PERFORM SALDO-KIT THRU SALDO-KIT-FIM
                IF WI-QTDE(W-IX) > W-SALDO-DEP
                   MOVE SPACES TO MENS
                   STRING "SALDO MUDOU - NAO BAIXADO KIT "
                                            DELIMITED BY SIZE
                          W-CODIGO          DELIMITED BY SIZE
                          INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BAIXA-KIT-FIM.
                MOVE W-CODIGO TO W-KIT-CODIGO
                MOVE W-KIT-CODIGO TO KIT-PAI
                MOVE ZEROS        TO KIT-COMP
                START CADKIT KEY IS NOT LESS THAN KIT-CHAVE
                    INVALID KEY GO TO BAIXA-KIT2.
       BAIXA-KIT1.
                READ CADKIT NEXT RECORD
                    AT END GO TO BAIXA-KIT2.
                IF KIT-PAI NOT = W-KIT-CODIGO
                   GO TO BAIXA-KIT2.
                MOVE KIT-COMP TO W-CODIGO
                COMPUTE W-QTDE-BAIXA = WI-QTDE(W-IX) * KIT-QTDE
                PERFORM BAIXA-ESTOQUE THRU BAIXA-ESTOQUE-FIM
                GO TO BAIXA-KIT1.
       BAIXA-KIT2.
                MOVE W-KIT-CODIGO TO W-CODIGO.
       BAIXA-KIT-FIM.
                EXIT.
      *
      ************************************
      * SALDO ATUAL CONTRA CADA LINHA DA *
      * VENDA, NA CONFIRMACAO            *
      ************************************
      *
       CONFERE-ESTQ-PED.
                MOVE WI-CODIGO(W-IX) TO W-CODIGO
                PERFORM LER-SALDO THRU LER-SALDO-FIM
                IF WI-QTDE(W-IX) > W-SALDO-DEP
                   MOVE "S" TO W-ERRO-ESTQ
                   MOVE SPACES TO MENS
                   STRING "ESTOQUE INSUFICIENTE PRODUTO "
                                            DELIMITED BY SIZE
                          WI-CODIGO(W-IX)   DELIMITED BY SIZE
                          INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CONFERE-ESTQ-PED-FIM.
                EXIT.
      *
      ************************************
      * QTDE JA LANCADA NA VENDA PARA O  *
      * MESMO PRODUTO                    *
      ************************************
      *
       CALC-PENDENTE.
                MOVE ZEROS TO W-QTDE-PEND
                PERFORM CALC-PENDENTE1 THRU CALC-PENDENTE1-FIM
                    VARYING W-IX FROM 1 BY 1
                      UNTIL W-IX > W-QTDE-ITENS.
       CALC-PENDENTE-FIM.
                EXIT.
       CALC-PENDENTE1.
                IF WI-CODIGO(W-IX) = W-CODIGO
                   ADD WI-QTDE(W-IX) TO W-QTDE-PEND.
       CALC-PENDENTE1-FIM.
                EXIT.
      *
      ************************************
      * LOCALIZA LINHA JA LANCADA PARA   *
      * O MESMO PRODUTO (CONSOLIDA EM    *
      * UM UNICO ITEM/MOVIMENTO)         *
      ************************************
      *
       BUSCA-LINHA.
                MOVE ZEROS TO W-LINHA
                PERFORM BUSCA-LINHA1 THRU BUSCA-LINHA1-FIM
                    VARYING W-IX FROM 1 BY 1
                      UNTIL W-IX > W-QTDE-ITENS.
       BUSCA-LINHA-FIM.
                EXIT.
       BUSCA-LINHA1.
                IF WI-CODIGO(W-IX) = W-CODIGO
                   MOVE W-IX TO W-LINHA.
       BUSCA-LINHA1-FIM.
                EXIT.
      *
      ************************************
      * NUMERO DA VENDA VIA CONTADOR     *
      * "PEDIDO" DO CADPARM (A MESMA     *
      * NUMERACAO DO SGP007)             *
      ************************************
      *
       GERA-NUMERO.
                MOVE ZEROS TO W-TRAVA.
       GERA-NUMERO1.
                MOVE "PEDIDO  " TO PARM-CHAVE
                READ CADPARM
                    INVALID KEY
                        MOVE "PEDIDO  " TO PARM-CHAVE
                        MOVE ZEROS      TO PARM-MARGEM-MIN
                        MOVE ZEROS      TO PARM-CONTADOR
                        WRITE REGPARM.
                IF ST-PARM = "51" OR ST-PARM = "99"
                   PERFORM ESPERA-REGISTRO THRU ESPERA-REGISTRO-FIM
                   IF W-TRAVA < 30
                      GO TO GERA-NUMERO1
                   ELSE
                      MOVE ZEROS TO W-NUMERO
                      MOVE "*** CONTADOR DE PEDIDO EM USO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO GERA-NUMERO-FIM.
                ADD 1 TO PARM-CONTADOR
                MOVE PARM-CONTADOR TO W-NUMERO
                MOVE "PEDIDO  " TO PARM-CHAVE
                REWRITE REGPARM
                    INVALID KEY WRITE REGPARM
                END-REWRITE
                IF ST-PARM = "51" OR ST-PARM = "99"
                   PERFORM ESPERA-REGISTRO THRU ESPERA-REGISTRO-FIM
                   IF W-TRAVA < 30
                      GO TO GERA-NUMERO1
                   ELSE
                      MOVE ZEROS TO W-NUMERO
                      MOVE "*** CONTADOR DE PEDIDO EM USO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO GERA-NUMERO-FIM.
                IF ST-PARM NOT = "00" AND ST-PARM NOT = "02"
                   CALL "LOGERRO" USING "SGP029  "
                        "GERA-NUMERO         " ST-PARM
                   MOVE "ERRO NA GRAVACAO DO CONTADOR DE PEDIDO"
                                                    TO MENS
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
      ************************************
      * CONSUMIDOR AINDA NAO DEFINIDO:   *
      * O SUPERVISOR PODE GRAVAR O       *
      * CLIENTE INFORMADO COMO PADRAO    *
      ************************************
      *
       GRAVA-CONSUMIDOR.
                MOVE "N" TO W-OPCAO
                DISPLAY (21, 02)
                     "GRAVAR COMO CONSUMIDOR PADRAO (S/N) : "
                ACCEPT (21, 40) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (21, 02) LIMPA
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO GRAVA-CONSUMIDOR-FIM.
                MOVE "CONSUMID" TO PARM-CHAVE
                READ CADPARM
                    INVALID KEY
                        MOVE "CONSUMID" TO PARM-CHAVE
                        MOVE ZEROS      TO PARM-MARGEM-MIN.
                MOVE W-CLIENTE TO PARM-CONTADOR
                REWRITE REGPARM
                    INVALID KEY WRITE REGPARM
                END-REWRITE
                IF ST-PARM NOT = "00" AND ST-PARM NOT = "02"
                   CALL "LOGERRO" USING "SGP029  "
                        "GRAVA-CONSUMIDOR    " ST-PARM
                   MOVE "ERRO NA GRAVACAO DO CADPARM" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRAVA-CONSUMIDOR-FIM.
                MOVE W-CLIENTE TO W-CONSUMIDOR.
       GRAVA-CONSUMIDOR-FIM.
                EXIT.
      *
      ************************************
      * PARCELA UNICA JA PAGA NO CADREC: *
      * A VENDA ENTRA NO CONTAS A        *
      * RECEBER COMO RECEBIDA NO ATO     *
      ************************************
      *
       GRAVA-PARCELA.
                MOVE W-NUMERO        TO REC-NUMERO
                MOVE 1               TO REC-PARCELA
                MOVE W-CLIENTE       TO REC-CLIENTE
                MOVE PED-DATA        TO REC-EMISSAO
                MOVE PED-DATA        TO REC-VENCTO
                MOVE W-TOTAL-PED     TO REC-VALOR
                MOVE "P"             TO REC-SITUACAO
                MOVE "PAGO"          TO REC-DESCSITU
                MOVE PED-DATA        TO REC-DT-PAGTO
                MOVE W-TOTAL-PED     TO REC-VLR-PAGO
                MOVE OPER-CODIGO     TO REC-OPERADOR
                MOVE "N"             TO REC-REMESSA
                MOVE ZEROS           TO REC-DT-REMESSA
                WRITE REGREC
                IF ST-REC NOT = "00" AND ST-REC NOT = "02"
                   CALL "LOGERRO" USING "SGP029  "
                        "GRAVA-PARCELA       " ST-REC
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADREC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-PARCELA-FIM.
                EXIT.
      *
      ************************************
      * FORMAS DE PAGAMENTO DA VENDA NO  *
      * CADVCX, EM ABERTO ATE O          *
      * FECHAMENTO DE CAIXA (SGP030)     *
      ************************************
      *
       GRAVA-PAGTO.
                MOVE W-NUMERO        TO VCX-NUMERO
                MOVE OPER-CODIGO     TO VCX-OPERADOR
                MOVE PED-DATA        TO VCX-DATA
                MOVE PED-HORA        TO VCX-HORA
                MOVE W-CLIENTE       TO VCX-CLIENTE
                MOVE W-TOTAL-PED     TO VCX-TOTAL
                MOVE W-VLR-DIN       TO VCX-DINHEIRO
                MOVE W-VLR-CAR       TO VCX-CARTAO
                MOVE W-VLR-PIX       TO VCX-PIX
                MOVE W-VLR-TROCO     TO VCX-TROCO
                MOVE "A"             TO VCX-SITUACAO
                MOVE ZEROS           TO VCX-DT-FECHA VCX-HR-FECHA
                WRITE REGVCX
                IF ST-VCX NOT = "00" AND ST-VCX NOT = "02"
                   CALL "LOGERRO" USING "SGP029  "
                        "GRAVA-PAGTO         " ST-VCX
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADVCX" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-PAGTO-FIM.
                EXIT.
      *
      ************************************
      * CUPOM DA VENDA NO SPOOL: EMPRESA,*
      * CLIENTE, ITENS, TOTAL E FORMAS   *
      * DE PAGAMENTO COM O TROCO         *
      ************************************
      *
       IMP-CUPOM.
                CALL "SPLNOME" USING "SGP029  " W-NOME-REL
                OPEN OUTPUT CUPOM
                IF ST-CUP NOT = "00"
                   CALL "LOGERRO" USING "SGP029  "
                        "IMP-CUPOM           " ST-CUP
                   MOVE "ERRO NA ABERTURA DO CUPOM" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IMP-CUPOM-FIM.
                MOVE EMP-RAZAO      TO CC-EMP-RAZAO
                MOVE EMP-CNPJ       TO CC-EMP-CNPJ
                MOVE EMP-IE         TO CC-EMP-IE
                MOVE EMP-LOGRAD     TO CC-EMP-LOGRAD
                MOVE EMP-CIDADE     TO CC-EMP-CIDADE
                MOVE EMP-UF         TO CC-EMP-UF
                MOVE W-NUMERO       TO CC-NUMERO
                MOVE PED-DATA       TO CC-DATA
                MOVE PED-HORA(1:2)  TO CC-HH
                MOVE PED-HORA(3:2)  TO CC-MI
                MOVE OPER-CODIGO    TO CC-OPERADOR
                MOVE W-CLIENTE      TO CC-CLIENTE
                MOVE W-NOMECLI      TO CC-NOMECLI
                WRITE LINCUP FROM CUP-CAB1
                WRITE LINCUP FROM CUP-CAB2
                WRITE LINCUP FROM CUP-CAB3
                WRITE LINCUP FROM CUP-TRACO
                WRITE LINCUP FROM CUP-CAB4
                WRITE LINCUP FROM CUP-CAB5
                WRITE LINCUP FROM CUP-CAB6
                WRITE LINCUP FROM CUP-TRACO
                WRITE LINCUP FROM CUP-CAB7
                PERFORM IMP-CUPOM1 THRU IMP-CUPOM1-FIM
                    VARYING W-IX FROM 1 BY 1
                      UNTIL W-IX > W-QTDE-ITENS
                WRITE LINCUP FROM CUP-TRACO
                MOVE "TOTAL......:" TO CV-ROTULO
                MOVE W-TOTAL-PED    TO CV-VALOR
                WRITE LINCUP FROM CUP-VAL
                IF W-VLR-DIN NOT = ZEROS
                   MOVE "DINHEIRO...:" TO CV-ROTULO
                   MOVE W-VLR-DIN      TO CV-VALOR
                   WRITE LINCUP FROM CUP-VAL.
                IF W-VLR-CAR NOT = ZEROS
                   MOVE "CARTAO.....:" TO CV-ROTULO
                   MOVE W-VLR-CAR      TO CV-VALOR
                   WRITE LINCUP FROM CUP-VAL.
                IF W-VLR-PIX NOT = ZEROS
                   MOVE "PIX........:" TO CV-ROTULO
                   MOVE W-VLR-PIX      TO CV-VALOR
                   WRITE LINCUP FROM CUP-VAL.
                MOVE "TROCO......:" TO CV-ROTULO
                MOVE W-VLR-TROCO    TO CV-VALOR
                WRITE LINCUP FROM CUP-VAL
                WRITE LINCUP FROM LIN-BRANCO
                CLOSE CUPOM
                MOVE SPACES TO W-PARAMS-SPL
                STRING "VENDA=" W-NUMERO " OPER=" OPER-CODIGO
                       DELIMITED BY SIZE INTO W-PARAMS-SPL
                CALL "SPLREG" USING "SGP029  " W-NOME-REL
                     W-PARAMS-SPL.
       IMP-CUPOM-FIM.
                EXIT.
       IMP-CUPOM1.
                MOVE W-IX            TO CD-SEQ
                MOVE WI-CODIGO(W-IX) TO CD-CODIGO CODIGO
                READ CADPRO
                    INVALID KEY
                        MOVE SPACES TO DENOM.
                MOVE DENOM           TO CD-DENOM
                MOVE WI-QTDE(W-IX)   TO CD-QTDE
                MOVE WI-PRECO(W-IX)  TO CD-PRECO
                MOVE WI-TOTAL(W-IX)  TO CD-TOTAL
                WRITE LINCUP FROM CUP-DET.
       IMP-CUPOM1-FIM.
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
               DISPLAY (20, 13) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 1000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (20, 13) MENS.
       ROT-MENS-FIM.
                EXIT.
