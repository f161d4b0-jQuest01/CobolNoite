      * PRECO DE VENDA (PRECOV), BAIXA DE  *
      * ESTOQUE VIA ESTPRO/MOVESTQ COMO NO *
      * SGP006 - GRAVA CADPED E ITEPED     *
      * O ESTOQUE SAI DO DEPOSITO INFORMADO*
      * NA CABECA (01 = PRINCIPAL), COM O  *
      * SALDO DO DEPOSITO VIA SALDODEP     *
      * PRODUTO KIT (CADKIT) BAIXA CADA    *
      * COMPONENTE E CUSTA A SOMA DELES    *
      * PRECO NEGOCIADO DO CLIENTE/GRUPO   *
      * (CADTPR) SUBSTITUI O PRECOV        *
      * CLIENTE BLOQUEADO POR ATRASO SO    *
      * GRAVA ORCAMENTO                    *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY SELREC.COB.
           COPY SELUSU.COB.
           COPY SELBKO.COB.
           COPY SELDEP.COB.
           COPY SELKIT.COB.
           COPY SELTPR.COB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY FDREC.COB.
           COPY FDUSU.COB.
           COPY FDBKO.COB.
           COPY FDDEP.COB.
           COPY FDKIT.COB.
           COPY FDTPR.COB.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-USU       PIC X(02) VALUE "00".
       77 ST-BKO       PIC X(02) VALUE "00".
       77 ST-LOT       PIC X(02) VALUE "00".
       77 ST-DEP       PIC X(02) VALUE "00".
       77 ST-SLD       PIC X(02) VALUE "00".
       77 ST-KIT       PIC X(02) VALUE "00".
       77 ST-TPR       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-VENDEDOR   PIC X(08) VALUE SPACES.
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
       77 W-GRUPO      PIC 9(03) VALUE ZEROS.
       77 W-SITCLI     PIC X(01) VALUE SPACES.
       77 W-PRECO-LISTA PIC 9(06)V99 VALUE ZEROS.
       77 W-QTDE-PRECO PIC 9(07) VALUE ZEROS.
       77 W-TAB-TIPO   PIC X(01) VALUE SPACES.
       77 W-TAB-REF    PIC 9(05) VALUE ZEROS.
       77 W-TPR-TIPO   PIC X(01) VALUE SPACES.
       77 W-TPR-REFER  PIC 9(05) VALUE ZEROS.
       77 W-AUT-TAB    PIC X(08) VALUE SPACES.
       01 W-ITENS.
           03 W-ITEM-TAB OCCURS 50 TIMES.
               05 WI-CODIGO    PIC 9(05).
               05 WI-CUSTO     PIC 9(06)V99.
               05 WI-DESC      PIC 9(06)V99.
               05 WI-AUTORIZA  PIC X(08).
               05 WI-TAB-TIPO  PIC X(01).
               05 WI-TAB-REF   PIC 9(05).
           COPY WSUSU.COB.
      *
      *---------------------------------------------------------
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP9A.
           OPEN I-O CADDEP
           IF ST-DEP NOT = "00"
               IF ST-DEP = "30"
                      OPEN OUTPUT CADDEP
                      CLOSE CADDEP
                      GO TO INC-OP9A
                   ELSE
                      CALL "LOGERRO" USING "SGP007  "
                           "INC-OP9A            " ST-DEP
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADDEP" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP9B.
           OPEN INPUT CADKIT
           IF ST-KIT NOT = "00"
               IF ST-KIT = "35"
                      OPEN OUTPUT CADKIT
                      CLOSE CADKIT
                      GO TO INC-OP9B
                   ELSE
                      CALL "LOGERRO" USING "SGP007  "
                           "INC-OP9B            " ST-KIT
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADKIT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP9C.
           OPEN INPUT CADTPR
           IF ST-TPR NOT = "00"
               IF ST-TPR = "35"
                      OPEN OUTPUT CADTPR
                      CLOSE CADTPR
                      GO TO INC-OP9C
                   ELSE
                      CALL "LOGERRO" USING "SGP007  "
                           "INC-OP9C            " ST-TPR
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADTPR" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
      *
      **********************
      * CABECA DO PEDIDO   *
                IF W-ACT = 02
                   CLOSE CADCLI CADPRO ESTPRO MOVESTQ
                         CADPED ITEPED CADPARM CADREC CADUSU CADBKO
                         CADDEP CADKIT CADTPR
                   GO TO ROT-FIM.
                IF W-CLIENTE = 0
                   MOVE "*** CLIENTE INVALIDO ***" TO MENS
                        GO TO PED-002
                    NOT INVALID KEY
                        MOVE CLI-NOME   TO W-NOMECLI
                        MOVE CLI-LIMITE TO W-LIMITE
                        MOVE CLI-GRUPO  TO W-GRUPO.
                IF CLI-SITUACAO NOT = "A" AND CLI-SITUACAO NOT = "B"
                   MOVE "*** CLIENTE CANCELADO/EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PED-002.
                MOVE CLI-SITUACAO TO W-SITCLI
                IF W-SITCLI = "B"
                   MOVE
                     "* CLIENTE BLOQUEADO POR ATRASO - SO ORCAMENTO *"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2.
                DISPLAY TELAPED.
      *
      ************************************
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PED-VND.
      *
      ************************************
      * DEPOSITO DE SAIDA DA MERCADORIA: *
      * 01 = PRINCIPAL, OS DEMAIS TEM DE *
      * ESTAR NO CADDEP (SGP021). FICA O *
      * ULTIMO INFORMADO PARA O PROXIMO  *
      * PEDIDO                           *
      ************************************
      *
       PED-DEP.
                DISPLAY (21, 02) "DEPOSITO DE SAIDA: "
                ACCEPT (21, 21) W-DEPOSITO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (21, 02) LIMPA
                IF W-ACT = 02 GO TO PED-VND.
                IF W-DEPOSITO = ZEROS
                   MOVE 01 TO W-DEPOSITO.
                IF W-DEPOSITO = 01
                   GO TO PED-DEP-FIM.
                MOVE W-DEPOSITO TO DEP-CODIGO
                READ CADDEP
                    INVALID KEY
                        MOVE "*** DEPOSITO NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS2
                        GO TO PED-DEP.
       PED-DEP-FIM.
      *
      **********************
      * ITENS DO PEDIDO    *
      **********************
                        GO TO ITM-001
                    NOT INVALID KEY
                        MOVE DENOM  TO W-DENOM
                        MOVE PRECOV TO W-PRECO-ITEM W-PRECO-LISTA
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
                DISPLAY TELAPED.
       ITM-002.
                MOVE ZEROS TO W-QTDE-ITEM
      * CASO DE PEDIR ACIMA DO SALDO) E A SUFICIENCIA E
      * CONFERIDA SO NA CONFIRMACAO "S" (PED-CHK)
      *
                IF W-QTDE-PEND > W-SALDO-DEP
                   COMPUTE W-QTDE-FALTA = W-QTDE-PEND - W-SALDO-DEP
                   MOVE "** ESTOQUE INSUFICIENTE - VALE P/ ORCAMENTO **"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM GRAVA-PENDENCIA THRU GRAVA-PENDENCIA-FIM.
      *
      * A FAIXA DA TABELA NEGOCIADA VALE PELA QTDE TOTAL DO
      * PRODUTO NO PEDIDO (LINHAS JA LANCADAS + ESTA)
      *
                MOVE W-QTDE-PEND TO W-QTDE-PRECO
                PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
                DISPLAY TELAPED.
      *
      ************************************
      * PRECO DE TABELA TAMBEM RESPEITA  *
      * A MARGEM MINIMA: ABAIXO DELA SO  *
      * COM NIVEL 3 OU SUPERVISOR, SENAO *
      * VALE O PRECO DE LISTA            *
      ************************************
      *
       ITM-TAB.
                MOVE SPACES TO W-AUT-TAB
                IF W-TAB-TIPO = SPACES OR W-CUSTO-ITEM = ZEROS
                   GO TO ITM-DSC.
                IF W-PRECO-ITEM < W-CUSTO-ITEM
                   MOVE "** TABELA ABAIXO DO CUSTO - VALE A LISTA **"
                                                    TO MENS
                   PERFORM VOLTA-LISTA THRU VOLTA-LISTA-FIM
                   GO TO ITM-DSC.
                COMPUTE W-MARGEM ROUNDED =
                        ((W-PRECO-ITEM - W-CUSTO-ITEM) / W-CUSTO-ITEM)
                        * 100
                IF W-MARGEM NOT < W-MARGEM-MIN
                   GO TO ITM-DSC.
                MOVE "** PRECO DE TABELA ABAIXO DA MARGEM MINIMA **"
                                                    TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF OPER-NIVEL NOT < 3
                   MOVE OPER-CODIGO TO W-AUT-TAB
                   GO TO ITM-DSC.
                PERFORM PEDE-SUPERVISOR THRU PEDE-SUPERVISOR-FIM
                IF W-AUTORIZADO = "S"
                   MOVE W-SUPER TO W-AUT-TAB
                   GO TO ITM-DSC.
                MOVE "** TABELA NAO AUTORIZADA - VALE PRECO LISTA **"
                                                    TO MENS
                PERFORM VOLTA-LISTA THRU VOLTA-LISTA-FIM.
      *
      ************************************
      * DESCONTO UNITARIO DO ITEM: ATE A *
      * MARGEM MINIMA DO CADPARM O       *
      ************************************
      *
       ITM-DSC.
                MOVE ZEROS     TO W-DESC-ITEM
                MOVE W-AUT-TAB TO W-AUT-ITEM
                DISPLAY (21, 02) "DESCONTO UNITARIO (0=SEM): "
                ACCEPT (21, 29) W-DESC-ITEM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                MOVE W-DESC-ITEM TO WI-DESC(W-LINHA)
                IF W-AUT-ITEM NOT = SPACES
                   MOVE W-AUT-ITEM TO WI-AUTORIZA(W-LINHA).
      *
      * A NOVA QTDE PODE MUDAR A FAIXA DA TABELA: A LINHA
      * INTEIRA PASSA AO PRECO ENCONTRADO AGORA
      *
                SUBTRACT WI-TOTAL(W-LINHA) FROM W-TOTAL-PED
                MOVE W-PRECO-ITEM TO WI-PRECO(W-LINHA)
                MOVE W-TAB-TIPO   TO WI-TAB-TIPO(W-LINHA)
                MOVE W-TAB-REF    TO WI-TAB-REF(W-LINHA)
                ADD W-QTDE-ITEM  TO WI-QTDE(W-LINHA)
                COMPUTE WI-TOTAL(W-LINHA) = WI-QTDE(W-LINHA) *
                        (WI-PRECO(W-LINHA) - WI-DESC(W-LINHA))
                ADD WI-TOTAL(W-LINHA) TO W-TOTAL-PED
                DISPLAY TELAPED
                GO TO ITM-001.
      *
      * PODEM PASSAR O CLI-LIMITE;       *
      * ESTOURO EXIGE LIBERACAO DE       *
      * OPERADOR NIVEL 3                 *
      * CLIENTE BLOQUEADO PELA REGUA DE  *
      * COBRANCA (SGB023) NAO TEM PEDIDO *
      * NEM COM LIBERACAO - SO ORCAMENTO *
      ************************************
      *
       PED-CRED.
                IF W-SITCLI = "B"
                   MOVE
                     "* CLIENTE BLOQUEADO POR ATRASO - SO ORCAMENTO *"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PED-OPC.
                IF W-LIMITE = ZEROS
                   GO TO PED-CPG.
                PERFORM CALC-EXPOSTO THRU CALC-EXPOSTO-FIM
                MOVE W-CONDPAG         TO PED-CONDPAG
                MOVE ZEROS             TO PED-VALIDADE
                MOVE W-VENDEDOR        TO PED-VENDEDOR
                MOVE ZEROS             TO PED-NOTA
                MOVE W-DEPOSITO        TO PED-DEPOSITO
                MOVE ZEROS             TO PED-MANIFESTO
                WRITE REGPED
                IF ST-PED NOT = "00" AND ST-PED NOT = "02"
                   CALL "LOGERRO" USING "SGP007  "
                MOVE ZEROS             TO PED-CONDPAG
                MOVE W-VALIDADE        TO PED-VALIDADE
                MOVE W-VENDEDOR        TO PED-VENDEDOR
                MOVE ZEROS             TO PED-NOTA
                MOVE W-DEPOSITO        TO PED-DEPOSITO
                MOVE ZEROS             TO PED-MANIFESTO
                WRITE REGPED
                IF ST-PED NOT = "00" AND ST-PED NOT = "02"
                   CALL "LOGERRO" USING "SGP007  "
                MOVE WI-CUSTO(W-IX)  TO ITE-CUSTO
                MOVE WI-DESC(W-IX)   TO ITE-DESCONTO
                MOVE WI-AUTORIZA(W-IX) TO ITE-AUTORIZA
                MOVE WI-TAB-TIPO(W-IX) TO ITE-TAB-TIPO
                MOVE WI-TAB-REF(W-IX)  TO ITE-TAB-REF
                WRITE REGITE
                IF ST-ITE NOT = "00" AND ST-ITE NOT = "02"
                   CALL "LOGERRO" USING "SGP007  "
                MOVE WI-CUSTO(W-IX)  TO ITE-CUSTO
                MOVE WI-DESC(W-IX)   TO ITE-DESCONTO
                MOVE WI-AUTORIZA(W-IX) TO ITE-AUTORIZA
                MOVE WI-TAB-TIPO(W-IX) TO ITE-TAB-TIPO
                MOVE WI-TAB-REF(W-IX)  TO ITE-TAB-REF
                WRITE REGITE
                IF ST-ITE NOT = "00" AND ST-ITE NOT = "02"
                   CALL "LOGERRO" USING "SGP007  "
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
      * NAO REGRAVAR POR CIMA DE UMA BAIXA CONCORRENTE
      *
       GRAVA-ITEM-EST.
                PERFORM LER-SALDO-PRO THRU LER-SALDO-PRO-FIM
                IF ST-EST = "51" OR ST-EST = "99"
                   PERFORM ESPERA-REGISTRO THRU ESPERA-REGISTRO-FIM
                   IF W-TRAVA < 30
                      MOVE "*** ESTOQUE EM USO - NAO BAIXADO ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO BAIXA-ESTOQUE-FIM.
      *
      * OUTRA ESTACAO PODE TER CONSUMIDO O SALDO ENTRE O
      * LANCAMENTO E A CONFIRMACAO: SEM SALDO, A LINHA NAO E
      * BAIXADA (O CAMPO E SEM SINAL - A SUBTRACAO GRAVARIA
      * UM SALDO ABSURDO)
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
                      MOVE "*** ESTOQUE EM USO - NAO BAIXADO ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO BAIXA-ESTOQUE-FIM.
                IF ST-EST NOT = "00" AND ST-EST NOT = "02"
                   CALL "LOGERRO" USING "SGP007  "
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
                   CALL "LOGERRO" USING "SGP007  "
                        "BAIXA-ESTOQUE       " ST-MOV
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO MOVESTQ" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      * SALDO DO DEPOSITO DE SAIDA (NO PRINCIPAL O ESTPRO JA
      * BASTA)
      *
                CALL "SALDODEP" USING "S" W-CODIGO W-DEPOSITO
                     W-QTDE-NOVA W-QTDE-BAIXA W-SALDO-DEP ST-SLD
                IF ST-SLD = "99"
                   CALL "LOGERRO" USING "SGP007  "
                        "BAIXA-ESTOQUE       " ST-SLD
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ESTDEP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                IF ST-SLD = "10"
                   CALL "LOGERRO" USING "SGP007  "
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
       LE-POR-EAN-FIM.
                EXIT.
      *
      ************************************
      * SALDO EM ESTOQUE: TOTAL DO       *
      * PRODUTO (ESTPRO) E SALDO NO      *
      * DEPOSITO DE SAIDA DO PEDIDO      *
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
       CONFERE-ESTQ-PED.
                MOVE WI-CODIGO(W-IX) TO W-CODIGO
                PERFORM LER-SALDO THRU LER-SALDO-FIM
                IF WI-QTDE(W-IX) > W-SALDO-DEP
                   MOVE "S" TO W-ERRO-ESTQ
                   MOVE SPACES TO MENS
                   STRING "ESTOQUE INSUFICIENTE PRODUTO "
                MOVE "ABERTO"    TO REC-DESCSITU
                MOVE ZEROS       TO REC-DT-PAGTO REC-VLR-PAGO
                MOVE OPER-CODIGO TO REC-OPERADOR
                MOVE "N"         TO REC-REMESSA
                MOVE ZEROS       TO REC-DT-REMESSA
                WRITE REGREC
                IF ST-REC NOT = "00" AND ST-REC NOT = "02"
                   CALL "LOGERRO" USING "SGP007  "
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
      *
      * PRECO DE TABELA RECUSADO: AVISA (MENS) E VOLTA A LISTA
      *
       VOLTA-LISTA.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE W-PRECO-LISTA TO W-PRECO-ITEM
                MOVE SPACES TO W-TAB-TIPO W-AUT-TAB
                MOVE ZEROS  TO W-TAB-REF
                DISPLAY TELAPED.
       VOLTA-LISTA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
