      * REGRAVA OS ITENS COM PRECO E CUSTO *
      * DE HOJE E GERA AS PARCELAS NO      *
      * CADREC, COMO A CONFIRMACAO DO      *
      * SGP007. O ESTOQUE SAI DO DEPOSITO  *
      * GRAVADO NO ORCAMENTO (PED-DEPOSITO)*
      * ITEM KIT (CADKIT) BAIXA CADA       *
      * COMPONENTE E CUSTA A SOMA DELES    *
      * PRECO NEGOCIADO DO CLIENTE/GRUPO   *
      * (CADTPR) SUBSTITUI O PRECOV        *
      * CLIENTE BLOQUEADO POR ATRASO       *
      * (SGB023) NAO CONVERTE ORCAMENTO    *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY SELITE.COB.
           COPY SELREC.COB.
           COPY SELUSU.COB.
           COPY SELKIT.COB.
           COPY SELTPR.COB.
           COPY SELPARM.COB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY FDITE.COB.
           COPY FDREC.COB.
           COPY FDUSU.COB.
           COPY FDKIT.COB.
           COPY FDTPR.COB.
           COPY FDPARM.COB.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-REC       PIC X(02) VALUE "00".
       77 ST-USU       PIC X(02) VALUE "00".
       77 ST-LOT       PIC X(02) VALUE "00".
       77 ST-SLD       PIC X(02) VALUE "00".
       77 ST-KIT       PIC X(02) VALUE "00".
       77 ST-TPR       PIC X(02) VALUE "00".
       77 ST-PARM      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-VALOR-PARC PIC 9(08)V99 VALUE ZEROS.
       77 W-VALOR-ACUM PIC 9(08)V99 VALUE ZEROS.
       77 W-INT-DATA   PIC 9(08) VALUE ZEROS.
       77 W-DEPOSITO   PIC 9(02) VALUE 01.
       77 W-SALDO-DEP  PIC 9(07) VALUE ZEROS.
       77 W-CODIGO     PIC 9(05) VALUE ZEROS.
       77 W-PRECO-ITEM PIC 9(06)V99 VALUE ZEROS.
       77 W-CUSTO-ITEM PIC 9(06)V99 VALUE ZEROS.
       77 W-KIT        PIC X(01) VALUE "N".
       77 W-ERRO-KIT   PIC X(01) VALUE "N".
       77 W-KIT-CODIGO PIC 9(05) VALUE ZEROS.
       77 W-SALDO-KIT  PIC 9(07) VALUE ZEROS.
       77 W-QTDE-POSS  PIC 9(07) VALUE ZEROS.
       77 W-QTDE-BAIXA PIC 9(07) VALUE ZEROS.
       77 W-CUSTO-KIT  PIC 9(08)V99 VALUE ZEROS.
       77 W-GRUPO      PIC 9(03) VALUE ZEROS.
       77 W-PRECO-LISTA PIC 9(06)V99 VALUE ZEROS.
       77 W-QTDE-PRECO PIC 9(07) VALUE ZEROS.
       77 W-TAB-TIPO   PIC X(01) VALUE SPACES.
       77 W-TAB-REF    PIC 9(05) VALUE ZEROS.
       77 W-TPR-TIPO   PIC X(01) VALUE SPACES.
       77 W-TPR-REFER  PIC 9(05) VALUE ZEROS.
       77 W-MARGEM     PIC S9(05)V99 VALUE ZEROS.
       77 W-MARGEM-MIN PIC 9(03)V99 VALUE ZEROS.
       01 W-ITENS.
           03 W-ITEM-TAB OCCURS 50 TIMES.
               05 WI-SEQ       PIC 9(03).
               05 WI-CUSTO     PIC 9(06)V99.
               05 WI-DESC      PIC 9(06)V99.
               05 WI-TOTAL     PIC 9(08)V99.
               05 WI-TAB-TIPO  PIC X(01).
               05 WI-TAB-REF   PIC 9(05).
           COPY WSUSU.COB.
      *
      *---------------------------------------------------------
               MOVE "*** CADASTRO DE OPERADOR INEXISTENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP8.
           OPEN INPUT CADKIT
           IF ST-KIT NOT = "00"
               IF ST-KIT = "35"
                      OPEN OUTPUT CADKIT
                      CLOSE CADKIT
                      GO TO INC-OP8
                   ELSE
                      CALL "LOGERRO" USING "SGP017  "
                           "INC-OP8             " ST-KIT
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADKIT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP9.
           OPEN INPUT CADTPR
           IF ST-TPR NOT = "00"
               IF ST-TPR = "35"
                      OPEN OUTPUT CADTPR
                      CLOSE CADTPR
                      GO TO INC-OP9
                   ELSE
                      CALL "LOGERRO" USING "SGP017  "
                           "INC-OP9             " ST-TPR
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADTPR" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
      *
      * MARGEM MINIMA DO CADPARM (A MESMA DO SGP007) PARA O
      * PRECO DE TABELA; SEM O PARAMETRO VALE 10%
      *
       INC-OP9A.
           MOVE 10 TO W-MARGEM-MIN
           OPEN INPUT CADPARM
           IF ST-PARM NOT = "00"
               GO TO INC-OP9A-FIM.
           MOVE "MARGEM  " TO PARM-CHAVE
           READ CADPARM
               NOT INVALID KEY
                   MOVE PARM-MARGEM-MIN TO W-MARGEM-MIN.
           CLOSE CADPARM.
       INC-OP9A-FIM.
      *
      **********************
      * ORCAMENTO          *
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADCLI CADPRO ESTPRO MOVESTQ CADPED ITEPED
                         CADREC CADUSU CADKIT CADTPR
                   GO TO ROT-FIM.
                IF W-NUMERO = 0
                   MOVE "*** ORCAMENTO INVALIDO ***" TO MENS
                MOVE PED-DATA     TO W-DATA-PED
                MOVE PED-VALIDADE TO W-VALIDADE
                MOVE PED-TOTAL    TO W-TOTAL-ORC
                MOVE PED-DEPOSITO TO W-DEPOSITO
                IF W-DEPOSITO = ZEROS
                   MOVE 01 TO W-DEPOSITO.
                MOVE PED-CLIENTE  TO CLI-CODIGO
                READ CADCLI
                    INVALID KEY
                        MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS2
                        GO TO ORC-002.
                IF CLI-SITUACAO = "B"
                   MOVE "*** CLIENTE BLOQUEADO POR ATRASO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ORC-002.
                IF CLI-SITUACAO NOT = "A"
                   MOVE "*** CLIENTE CANCELADO/EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ORC-002.
                MOVE CLI-NOME   TO W-NOMECLI
                MOVE CLI-LIMITE TO W-LIMITE
                MOVE CLI-GRUPO  TO W-GRUPO
                MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
                MOVE W-DATAHORA(1:8) TO W-HOJE
                DISPLAY TELAORC
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "S" TO W-ERRO-CONV W-FIM-ITENS
                   GO TO CARREGA-ITENS1-FIM.
                MOVE PRECOV     TO W-PRECO-ITEM W-PRECO-LISTA
                MOVE PRECOC     TO W-CUSTO-ITEM
                MOVE ITE-CODIGO TO W-CODIGO
                PERFORM CUSTO-KIT THRU CUSTO-KIT-FIM
                IF W-ERRO-KIT = "S"
                   MOVE "** KIT COM COMPONENTE INVALIDO/CANCELADO **"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "S" TO W-ERRO-CONV W-FIM-ITENS
                   GO TO CARREGA-ITENS1-FIM.
                MOVE ITE-QTDE TO W-QTDE-PRECO
                PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
                PERFORM CONFERE-TABELA THRU CONFERE-TABELA-FIM
                ADD 1 TO W-QTDE-ITENS
                MOVE ITE-SEQ      TO WI-SEQ(W-QTDE-ITENS)
                MOVE ITE-CODIGO   TO WI-CODIGO(W-QTDE-ITENS)
                MOVE ITE-QTDE     TO WI-QTDE(W-QTDE-ITENS)
                MOVE W-PRECO-ITEM TO WI-PRECO(W-QTDE-ITENS)
                MOVE W-CUSTO-ITEM TO WI-CUSTO(W-QTDE-ITENS)
                MOVE ITE-DESCONTO TO WI-DESC(W-QTDE-ITENS)
                MOVE W-TAB-TIPO   TO WI-TAB-TIPO(W-QTDE-ITENS)
                MOVE W-TAB-REF    TO WI-TAB-REF(W-QTDE-ITENS)
      *
      * DESCONTO AUTORIZADO NO ORCAMENTO E MANTIDO, DESDE QUE
      * CAIBA NO PRECO DE VENDA DE HOJE E NAO DEIXE O PRECO
      * LIQUIDO ABAIXO DO CUSTO ATUAL (A REGRA DO ITM-DSC DO
      * SGP007: VENDA ABAIXO DO CUSTO NAO E ACEITA)
      *
                IF WI-DESC(W-QTDE-ITENS) NOT < W-PRECO-ITEM
                   MOVE ZEROS TO WI-DESC(W-QTDE-ITENS).
                IF WI-DESC(W-QTDE-ITENS) NOT = ZEROS
                   AND W-CUSTO-ITEM NOT = ZEROS
                   AND (W-PRECO-ITEM - WI-DESC(W-QTDE-ITENS))
                       < W-CUSTO-ITEM
                   MOVE ZEROS TO WI-DESC(W-QTDE-ITENS)
                   MOVE SPACES TO MENS
                   STRING "DESCONTO REMOVIDO (CUSTO) PRODUTO "
                          INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                COMPUTE WI-TOTAL(W-QTDE-ITENS) = ITE-QTDE *
                        (W-PRECO-ITEM - WI-DESC(W-QTDE-ITENS))
                ADD WI-TOTAL(W-QTDE-ITENS) TO W-TOTAL-PED.
       CARREGA-ITENS1-FIM.
                EXIT.
      *
      ************************************
      * PRECO DE TABELA ABAIXO DO CUSTO  *
      * DE HOJE, OU ABAIXO DA MARGEM SEM *
      * AUTORIZACAO NO ORCAMENTO, VOLTA  *
      * AO PRECO DE LISTA                *
      ************************************
      *
       CONFERE-TABELA.
                IF W-TAB-TIPO = SPACES OR W-CUSTO-ITEM = ZEROS
                   GO TO CONFERE-TABELA-FIM.
                IF W-PRECO-ITEM < W-CUSTO-ITEM
                   GO TO CONFERE-TABELA1.
                IF ITE-AUTORIZA NOT = SPACES
                   GO TO CONFERE-TABELA-FIM.
                COMPUTE W-MARGEM ROUNDED =
                        ((W-PRECO-ITEM - W-CUSTO-ITEM) / W-CUSTO-ITEM)
                        * 100
                IF W-MARGEM NOT < W-MARGEM-MIN
                   GO TO CONFERE-TABELA-FIM.
       CONFERE-TABELA1.
                MOVE W-PRECO-LISTA TO W-PRECO-ITEM
                MOVE SPACES TO W-TAB-TIPO
                MOVE ZEROS  TO W-TAB-REF
                MOVE SPACES TO MENS
                STRING "PRECO DE TABELA RECUSADO PRODUTO "
                                         DELIMITED BY SIZE
                       ITE-CODIGO        DELIMITED BY SIZE
                       INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CONFERE-TABELA-FIM.
                EXIT.
      *
       CONFERE-ESTOQUE.
                MOVE WI-CODIGO(W-IX) TO W-CODIGO
                PERFORM LER-SALDO THRU LER-SALDO-FIM
                IF WI-QTDE(W-IX) > W-SALDO-DEP
                   MOVE "S" TO W-ERRO-CONV
                   MOVE SPACES TO MENS
                   STRING "ESTOQUE INSUFICIENTE PRODUTO "
                MOVE WI-CUSTO(W-IX) TO ITE-CUSTO
                MOVE WI-DESC(W-IX)  TO ITE-DESCONTO
                MOVE WI-TOTAL(W-IX) TO ITE-TOTAL
                MOVE WI-TAB-TIPO(W-IX) TO ITE-TAB-TIPO
                MOVE WI-TAB-REF(W-IX)  TO ITE-TAB-REF
                REWRITE REGITE
                IF ST-ITE NOT = "00" AND ST-ITE NOT = "02"
                   CALL "LOGERRO" USING "SGP017  "
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ITEPED" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EFETIVA-ITEM-FIM.
                MOVE WI-CODIGO(W-IX) TO W-CODIGO
                PERFORM VERIFICA-KIT THRU VERIFICA-KIT-FIM
                IF W-KIT = "S"
                   PERFORM BAIXA-KIT THRU BAIXA-KIT-FIM
                   GO TO EFETIVA-ITEM-FIM.
                MOVE WI-QTDE(W-IX) TO W-QTDE-BAIXA
                PERFORM BAIXA-ESTOQUE THRU BAIXA-ESTOQUE-FIM.
       EFETIVA-ITEM-FIM.
                EXIT.
      *
      ************************************
      * BAIXA DE W-QTDE-BAIXA DO PRODUTO *
      * W-CODIGO COM MOVIMENTO "S"       *
      ************************************
      *
       BAIXA-ESTOQUE.
                PERFORM LER-SALDO-PRO THRU LER-SALDO-PRO-FIM
      *
      * O SALDO PODE TER CAIDO ENQUANTO O OPERADOR RESPONDIA
      * CREDITO E CONDICAO DE PAGAMENTO (O CONFERE-ESTOQUE
      * CAMPO E SEM SINAL - A SUBTRACAO GRAVARIA UM SALDO
      * ABSURDO)
      *
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
                   WRITE REGEST.
                IF ST-EST NOT = "00" AND ST-EST NOT = "02"
                   CALL "LOGERRO" USING "SGP017  "
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
                   CALL "LOGERRO" USING "SGP017  "
                        "BAIXA-ESTOQUE       " ST-MOV
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO MOVESTQ" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                CALL "SALDODEP" USING "S" W-CODIGO W-DEPOSITO
                     W-QTDE-NOVA W-QTDE-BAIXA W-SALDO-DEP ST-SLD
                IF ST-SLD = "99"
                   CALL "LOGERRO" USING "SGP017  "
                        "BAIXA-ESTOQUE       " ST-SLD
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ESTDEP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                IF ST-SLD = "10"
                   CALL "LOGERRO" USING "SGP017  "
                        "BAIXA-ESTOQUE       " ST-SLD
                   MOVE "AVISO: DEPOSITO SEM SALDO - ESTDEP NAO BAIXADO"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      * BAIXA FEFO DOS LOTES, COMO NA EMISSAO DO SGP007
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
      * SALDO NO DEPOSITO DO PEDIDO: KIT *
      * PELOS COMPONENTES, DEMAIS PELO   *
      * ESTPRO/SALDODEP                  *
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
                        MOVE "N"      TO W-EST-EXISTE
                        MOVE ZEROS    TO W-QTDE-ATUAL
                    NOT INVALID KEY
                        MOVE "S"      TO W-EST-EXISTE
                        MOVE EST-QTDE TO W-QTDE-ATUAL.
                CALL "SALDODEP" USING "C" W-CODIGO W-DEPOSITO
                     W-QTDE-ATUAL W-QTDE-BAIXA W-SALDO-DEP ST-SLD.
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
      * ATIVO IMPEDE A CONVERSAO         *
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
                MOVE "ABERTO"    TO REC-DESCSITU
                MOVE ZEROS       TO REC-DT-PAGTO REC-VLR-PAGO
                MOVE OPER-CODIGO TO REC-OPERADOR
                MOVE "N"         TO REC-REMESSA
                MOVE ZEROS       TO REC-DT-REMESSA
                WRITE REGREC
                IF ST-REC NOT = "00" AND ST-REC NOT = "02"
                   CALL "LOGERRO" USING "SGP017  "
       GERA-PARCELAS1-FIM.
                EXIT.
      *
      ************************************
      * MELHOR PRECO VIGENTE NA TABELA   *
      * NEGOCIADA (CADTPR): FAIXAS DO    *
      * CLIENTE E DO GRUPO DELE ATE A    *
      * QTDE W-QTDE-PRECO. SEM TABELA    *
      * VALE O PRECO DE LISTA (PRECOV)   *
      ************************************
      *
       BUSCA-PRECO.
                MOVE W-PRECO-LISTA TO W-PRECO-ITEM
                MOVE SPACES TO W-TAB-TIPO
                MOVE ZEROS  TO W-TAB-REF
                MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
                MOVE W-DATAHORA(1:8) TO W-HOJE
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
      **********************
      * ROTINA DE FIM      *
      **********************
