      * ESTPRO COM MOVIMENTO DEDICADO      *
      * (MOV-TIPO "D") E CARIMBANDO O      *
      * OPERADOR E A DATA NO CADPED        *
      * (PED-OPER-SIT/PED-DATA-SIT). O     *
      * CANCELAMENTO DE PEDIDO JA ENTREGUE *
      * MARCA A NOTA FISCAL (CADNF) COMO   *
      * CANCELADA, SEM EXCLUI-LA           *
      * A MERCADORIA VOLTA PARA O DEPOSITO *
      * DE SAIDA DO PEDIDO (PED-DEPOSITO)  *
      * ITEM KIT (CADKIT) VOLTA AO ESTOQUE *
      * PELOS COMPONENTES                  *
      * CADA ITEM DEVOLVIDO FICA NO CADDEV *
      * COM DATA, VALOR E CUSTO PARA A     *
      * INTERFACE CONTABIL (SGB020)        *
      * KIT SO VOLTA SE TODOS OS           *
      * COMPONENTES ESTAO EM ORDEM NO      *
      * CADPRO/ESTPRO. VENDA DE BALCAO     *
      * (CADVCX) COM O CAIXA AINDA ABERTO: *
      * O CANCELAMENTO TIRA A VENDA DO     *
      * FECHAMENTO (SITUACAO "C") E A      *
      * DEVOLUCAO PARCIAL SAI DO CAIXA     *
      * COMO TROCO. CLIENTE BLOQUEADO PELA *
      * COBRANCA TENTA A LIBERACAO VIA     *
      * LIBCOB DEPOIS DO CANCELAMENTO      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY SELITE.COB.
           COPY SELREC.COB.
           COPY SELLOT.COB.
           COPY SELNF.COB.
           COPY SELKIT.COB.
           COPY SELDEV.COB.
           COPY SELVCX.COB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY FDITE.COB.
           COPY FDREC.COB.
           COPY FDLOT.COB.
           COPY FDNF.COB.
           COPY FDKIT.COB.
           COPY FDDEV.COB.
           COPY FDVCX.COB.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ITE       PIC X(02) VALUE "00".
       77 ST-REC       PIC X(02) VALUE "00".
       77 ST-LOT       PIC X(02) VALUE "00".
       77 ST-NF        PIC X(02) VALUE "00".
       77 ST-SLD       PIC X(02) VALUE "00".
       77 ST-KIT       PIC X(02) VALUE "00".
       77 ST-DEV       PIC X(02) VALUE "00".
       77 ST-VCX       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-FIM-PARC   PIC X(01) VALUE "N".
       77 W-EH-ORC     PIC X(01) VALUE "N".
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-DEPOSITO   PIC 9(02) VALUE 01.
       77 W-SALDO-DEP  PIC 9(07) VALUE ZEROS.
       77 W-KIT        PIC X(01) VALUE "N".
       77 W-ERRO-EST   PIC X(01) VALUE "N".
       77 W-COD-EST    PIC 9(05) VALUE ZEROS.
       77 W-QTDE-EST   PIC 9(07) VALUE ZEROS.
       77 W-SITCLI     PIC X(01) VALUE SPACES.
       77 W-LIBEROU    PIC X(01) VALUE "N".
           COPY WSUSU.COB.
      *
      *---------------------------------------------------------
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP8.
           OPEN I-O CADNF
           IF ST-NF NOT = "00"
               IF ST-NF = "30"
                      OPEN OUTPUT CADNF
                      CLOSE CADNF
                      GO TO INC-OP8
                   ELSE
                      CALL "LOGERRO" USING "SGP013  "
                           "INC-OP8             " ST-NF
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADNF" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP9.
           OPEN INPUT CADKIT
           IF ST-KIT NOT = "00"
               IF ST-KIT = "35"
                      OPEN OUTPUT CADKIT
                      CLOSE CADKIT
                      GO TO INC-OP9
                   ELSE
                      CALL "LOGERRO" USING "SGP013  "
                           "INC-OP9             " ST-KIT
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADKIT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP10.
           OPEN I-O CADDEV
           IF ST-DEV NOT = "00"
               IF ST-DEV = "30"
                      OPEN OUTPUT CADDEV
                      CLOSE CADDEV
                      GO TO INC-OP10
                   ELSE
                      CALL "LOGERRO" USING "SGP013  "
                           "INC-OP10            " ST-DEV
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADDEV" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP11.
           OPEN I-O CADVCX
           IF ST-VCX NOT = "00"
               IF ST-VCX = "30"
                      OPEN OUTPUT CADVCX
                      CLOSE CADVCX
                      GO TO INC-OP11
                   ELSE
                      CALL "LOGERRO" USING "SGP013  "
                           "INC-OP11            " ST-VCX
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADVCX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
      *
      **********************
      * PEDIDO             *
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADCLI CADPRO ESTPRO MOVESTQ CADPED ITEPED
                         CADREC CADLOTE CADNF CADKIT CADDEV CADVCX
                   GO TO ROT-FIM.
                IF W-NUMERO = 0
                   MOVE "*** PEDIDO INVALIDO ***" TO MENS
                MOVE PED-DATA     TO W-DATA-PED
                MOVE PED-DESCSITU TO W-SITU
                MOVE PED-TOTAL    TO W-TOTAL-PED
                MOVE PED-DEPOSITO TO W-DEPOSITO
                IF W-DEPOSITO = ZEROS
                   MOVE 01 TO W-DEPOSITO.
                MOVE PED-CLIENTE  TO CLI-CODIGO
                READ CADCLI
                    INVALID KEY
                        MOVE SPACES       TO W-NOMECLI W-SITCLI
                    NOT INVALID KEY
                        MOVE CLI-NOME     TO W-NOMECLI
                        MOVE CLI-SITUACAO TO W-SITCLI.
                DISPLAY TELACAN.
       CAN-OPC.
                MOVE SPACES TO W-TIPO-OP
       CAN-WR1.
      *
      * ORCAMENTO NUNCA BAIXOU ESTOQUE NEM GEROU PARCELAS:
      * O CANCELAMENTO SO MARCA A SITUACAO. NO PEDIDO, OS KITS
      * SAO CONFERIDOS ANTES DE QUALQUER ESTORNO
      *
                MOVE "N" TO W-ERRO-EST
                IF W-EH-ORC = "N"
                   PERFORM CONFERE-TUDO THRU CONFERE-TUDO-FIM.
                IF W-ERRO-EST = "S"
                   MOVE "*** KIT COM ERRO - PEDIDO NAO CANCELADO ***"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-001.
                IF W-EH-ORC = "N"
                   PERFORM DEVOLVE-TUDO THRU DEVOLVE-TUDO-FIM
                   PERFORM CANCELA-PARCELAS THRU CANCELA-PARCELAS-FIM
                   PERFORM ESTORNA-CAIXA THRU ESTORNA-CAIXA-FIM.
                IF PED-NOTA NOT = ZEROS
                   PERFORM CANCELA-NOTA THRU CANCELA-NOTA-FIM.
                MOVE "C"         TO PED-SITUACAO
                MOVE "CANCELADO" TO PED-DESCSITU
                PERFORM GRAVA-CABECA THRU GRAVA-CABECA-FIM
                IF W-EH-ORC = "N" AND W-SITCLI = "B"
                   GO TO CAN-LIB.
                IF W-EH-ORC = "S"
                   MOVE "*** ORCAMENTO CANCELADO ***" TO MENS
                ELSE
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CAN-001.
      *
      ************************************
      * CLIENTE BLOQUEADO PELA REGUA DE  *
      * COBRANCA: COM AS PARCELAS DO     *
      * PEDIDO CANCELADAS O LIBCOB       *
      * LIBERA SE NAO RESTOU ATRASO (LE  *
      * CADREC E REGRAVA CADCLI - FECHA  *
      * ANTES)                           *
      ************************************
      *
       CAN-LIB.
                CLOSE CADCLI CADREC
                MOVE "N" TO W-LIBEROU
                CALL "LIBCOB" USING W-CLIENTE W-LIBEROU
                OPEN INPUT CADCLI
                IF ST-CLI NOT = "00"
                   CALL "LOGERRO" USING "SGP013  "
                        "CAN-LIB             " ST-CLI
                   MOVE "ERRO NA REABERTURA DO ARQUIVO CADCLI" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                OPEN I-O CADREC
                IF ST-REC NOT = "00"
                   CALL "LOGERRO" USING "SGP013  "
                        "CAN-LIB             " ST-REC
                   MOVE "ERRO NA REABERTURA DO ARQUIVO CADREC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADCLI
                   GO TO ROT-FIM.
                IF W-LIBEROU = "S"
                   MOVE "** PEDIDO CANCELADO - CLIENTE DESBLOQUEADO **"
                                                    TO MENS
                ELSE
                   MOVE "* PEDIDO CANCELADO - CLIENTE SEGUE BLOQUEADO *"
                                                    TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CAN-001.
      *
      **********************
      * DEVOLUCAO PARCIAL  *
      **********************
                   GO TO ITM-OPC.
       ITM-WR1.
                PERFORM ESTORNA-ITEM THRU ESTORNA-ITEM-FIM
                IF W-ERRO-EST = "S"
                   GO TO ITM-001.
                PERFORM ESTORNA-CAIXA THRU ESTORNA-CAIXA-FIM
      *
      * REGRAVA A CABECA A CADA ITEM PARA O TOTAL AJUSTADO NAO
      * SE PERDER SE O OPERADOR SAIR ANTES DE ENCERRAR
      *
      ************************************
      * RETORNO DA QUANTIDADE DEVOLVIDA  *
      * AO ESTOQUE E ACUMULADO DE        *
      * DEVOLUCAO NO ITEM DO PEDIDO. KIT *
      * VOLTA PELOS COMPONENTES DO       *
      * CADKIT (O KIT NAO TEM ESTOQUE)   *
      ************************************
      *
       ESTORNA-ITEM.
                MOVE "N" TO W-ERRO-EST
                PERFORM VERIFICA-KIT THRU VERIFICA-KIT-FIM
                IF W-KIT = "S"
                   PERFORM CONFERE-KIT THRU CONFERE-KIT-FIM.
                IF W-ERRO-EST = "S"
                   MOVE "*** KIT COM ERRO - ITEM NAO DEVOLVIDO ***"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ESTORNA-ITEM-FIM.
                IF W-KIT = "S"
                   PERFORM ESTORNA-KIT THRU ESTORNA-KIT-FIM
                ELSE
                   MOVE ITE-CODIGO TO W-COD-EST
                   MOVE W-QTDE-DEV TO W-QTDE-EST
                   PERFORM VOLTA-ESTOQUE THRU VOLTA-ESTOQUE-FIM.
                IF W-ERRO-EST = "S"
                   GO TO ESTORNA-ITEM-FIM.
                ADD W-QTDE-DEV TO ITE-QTDE-DEV
                REWRITE REGITE
                IF ST-ITE NOT = "00" AND ST-ITE NOT = "02"
                   CALL "LOGERRO" USING "SGP013  "
                        "ESTORNA-ITEM        " ST-ITE
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ITEPED" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      * TIRA O VALOR DEVOLVIDO DO TOTAL DO PEDIDO, PARA QUE
      * VENDAS (SGR009), MARGEM (SGR010), COMISSAO (SGR015) E
      * CURVA ABC (SGB013) NAO CONTEM O QUE VOLTOU
      *
                COMPUTE W-VLR-DEV = W-QTDE-DEV *
                        (ITE-PRECO - ITE-DESCONTO)
                IF W-VLR-DEV > PED-TOTAL
                   MOVE PED-TOTAL TO W-VLR-DEV.
                SUBTRACT W-VLR-DEV FROM PED-TOTAL
                MOVE PED-TOTAL TO W-TOTAL-PED
                PERFORM GRAVA-DEVOLUCAO THRU GRAVA-DEVOLUCAO-FIM.
       ESTORNA-ITEM-FIM.
                EXIT.
      *
      ************************************
      * REGISTRO DA DEVOLUCAO NO CADDEV  *
      * (VALOR DE VENDA E CUSTO DO QUE   *
      * VOLTOU, NA DATA DE HOJE)         *
      ************************************
      *
       GRAVA-DEVOLUCAO.
                MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
                MOVE W-DATAHORA(1:8) TO DEV-DATA
                MOVE W-DATAHORA(9:8) TO DEV-HORA
                MOVE ITE-NUMERO      TO DEV-NUMERO
                MOVE ITE-SEQ         TO DEV-SEQ
                MOVE ITE-CODIGO      TO DEV-CODIGO
                MOVE W-QTDE-DEV      TO DEV-QTDE
                MOVE W-VLR-DEV       TO DEV-VALOR
                COMPUTE DEV-CUSTO = W-QTDE-DEV * ITE-CUSTO
                IF W-TIPO-OP = "T"
                   MOVE "C" TO DEV-TIPO
                ELSE
                   MOVE "D" TO DEV-TIPO.
                MOVE OPER-CODIGO     TO DEV-OPERADOR
                WRITE REGDEV
                IF ST-DEV NOT = "00" AND ST-DEV NOT = "02"
                   CALL "LOGERRO" USING "SGP013  "
                        "GRAVA-DEVOLUCAO     " ST-DEV
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADDEV" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-DEVOLUCAO-FIM.
                EXIT.
      *
      ************************************
      * ENTRADA DE W-QTDE-EST DO PRODUTO *
      * W-COD-EST: ESTPRO, MOVIMENTO "D" *
      * NO MOVESTQ, DEPOSITO E LOTE      *
      ************************************
      *
       VOLTA-ESTOQUE.
                MOVE W-COD-EST TO EST-CODIGO
                READ ESTPRO
                    INVALID KEY
                        MOVE "N"    TO W-EST-EXISTE
                    NOT INVALID KEY
                        MOVE "S"       TO W-EST-EXISTE
                        MOVE EST-QTDE  TO W-QTDE-ATUAL.
                COMPUTE W-QTDE-NOVA = W-QTDE-ATUAL + W-QTDE-EST
                MOVE W-COD-EST   TO EST-CODIGO
                MOVE W-QTDE-NOVA TO EST-QTDE
                IF W-EST-EXISTE = "S"
                   REWRITE REGEST
                   WRITE REGEST.
                IF ST-EST NOT = "00" AND ST-EST NOT = "02"
                   CALL "LOGERRO" USING "SGP013  "
                        "VOLTA-ESTOQUE       " ST-EST
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ESTPRO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "S" TO W-ERRO-EST
                   GO TO VOLTA-ESTOQUE-FIM.
                MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
                MOVE W-COD-EST         TO MOV-CODIGO
                MOVE W-DATAHORA(1:8)   TO MOV-DATA
                MOVE W-DATAHORA(9:8)   TO MOV-HORA
                MOVE "D"               TO MOV-TIPO
                MOVE W-QTDE-EST        TO MOV-QTDE
                MOVE W-QTDE-ATUAL      TO MOV-QTDE-ANT
                MOVE W-QTDE-NOVA       TO MOV-QTDE-NOVA
                MOVE OPER-CODIGO       TO MOV-OPERADOR
                MOVE W-DEPOSITO        TO MOV-DEPOSITO
                MOVE ZEROS             TO MOV-DEP-PAR
                MOVE SPACES            TO MOV-SENTIDO
                WRITE REGMOV
                IF ST-MOV NOT = "00" AND ST-MOV NOT = "02"
                   CALL "LOGERRO" USING "SGP013  "
                        "VOLTA-ESTOQUE       " ST-MOV
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO MOVESTQ" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                CALL "SALDODEP" USING "E" W-COD-EST W-DEPOSITO
                     W-QTDE-NOVA W-QTDE-EST W-SALDO-DEP ST-SLD
                IF ST-SLD = "99"
                   CALL "LOGERRO" USING "SGP013  "
                        "VOLTA-ESTOQUE       " ST-SLD
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ESTDEP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                PERFORM VOLTA-LOTE THRU VOLTA-LOTE-FIM.
       VOLTA-ESTOQUE-FIM.
                EXIT.
      *
      ************************************
      * KIT: O PRODUTO DO ITEM TEM       *
      * COMPONENTES NO CADKIT?           *
      ************************************
      *
       VERIFICA-KIT.
                MOVE "N"        TO W-KIT
                MOVE ITE-CODIGO TO KIT-PAI
                MOVE ZEROS      TO KIT-COMP
                START CADKIT KEY IS NOT LESS THAN KIT-CHAVE
                    INVALID KEY GO TO VERIFICA-KIT-FIM.
                READ CADKIT NEXT RECORD
                    AT END GO TO VERIFICA-KIT-FIM.
                IF KIT-PAI = ITE-CODIGO
                   MOVE "S" TO W-KIT.
       VERIFICA-KIT-FIM.
                EXIT.
      *
      ************************************
      * DEVOLUCAO DO KIT: CADA           *
      * COMPONENTE VOLTA NA QUANTIDADE   *
      * DEVOLVIDA VEZES A QTDE POR KIT   *
      ************************************
      *
       ESTORNA-KIT.
                MOVE ITE-CODIGO TO KIT-PAI
                MOVE ZEROS      TO KIT-COMP
                START CADKIT KEY IS NOT LESS THAN KIT-CHAVE
                    INVALID KEY GO TO ESTORNA-KIT-FIM.
       ESTORNA-KIT1.
                READ CADKIT NEXT RECORD
                    AT END GO TO ESTORNA-KIT-FIM.
                IF KIT-PAI NOT = ITE-CODIGO
                   GO TO ESTORNA-KIT-FIM.
                MOVE KIT-COMP TO W-COD-EST
                COMPUTE W-QTDE-EST = W-QTDE-DEV * KIT-QTDE
                PERFORM VOLTA-ESTOQUE THRU VOLTA-ESTOQUE-FIM
                IF W-ERRO-EST = "S"
                   GO TO ESTORNA-KIT-FIM.
                GO TO ESTORNA-KIT1.
       ESTORNA-KIT-FIM.
                EXIT.
      *
      ************************************
      * CONFERENCIA DO KIT ANTES DO      *
      * ESTORNO: TODO COMPONENTE PRECISA *
      * EXISTIR NO CADPRO E TER O ESTPRO *
      * LEGIVEL (OU AINDA SEM REGISTRO), *
      * SENAO NENHUM COMPONENTE VOLTA    *
      ************************************
      *
       CONFERE-KIT.
                MOVE ITE-CODIGO TO KIT-PAI
                MOVE ZEROS      TO KIT-COMP
                START CADKIT KEY IS NOT LESS THAN KIT-CHAVE
                    INVALID KEY GO TO CONFERE-KIT-FIM.
       CONFERE-KIT1.
                READ CADKIT NEXT RECORD
                    AT END GO TO CONFERE-KIT-FIM.
                IF KIT-PAI NOT = ITE-CODIGO
                   GO TO CONFERE-KIT-FIM.
                MOVE KIT-COMP TO CODIGO
                READ CADPRO
                    INVALID KEY
                        MOVE "S" TO W-ERRO-EST
                        GO TO CONFERE-KIT-FIM.
                MOVE KIT-COMP TO EST-CODIGO
                READ ESTPRO
                    INVALID KEY
                        MOVE "23" TO ST-EST.
                IF ST-EST NOT = "00" AND ST-EST NOT = "23"
                   CALL "LOGERRO" USING "SGP013  "
                        "CONFERE-KIT         " ST-EST
                   MOVE "S" TO W-ERRO-EST
                   GO TO CONFERE-KIT-FIM.
                GO TO CONFERE-KIT1.
       CONFERE-KIT-FIM.
                EXIT.
      *
      ************************************
      * CANCELAMENTO: CONFERE OS KITS DE *
      * TODOS OS ITENS COM SALDO A       *
      * DEVOLVER ANTES DE ESTORNAR ALGUM *
      ************************************
      *
       CONFERE-TUDO.
                MOVE "N"      TO W-ERRO-EST
                MOVE W-NUMERO TO ITE-NUMERO
                MOVE ZEROS    TO ITE-SEQ
                START ITEPED KEY IS NOT LESS THAN ITE-CHAVE
                    INVALID KEY GO TO CONFERE-TUDO-FIM.
       CONFERE-TUDO1.
                READ ITEPED NEXT RECORD
                    AT END GO TO CONFERE-TUDO-FIM.
                IF ITE-NUMERO NOT = W-NUMERO
                   GO TO CONFERE-TUDO-FIM.
                IF ITE-QTDE NOT > ITE-QTDE-DEV
                   GO TO CONFERE-TUDO1.
                PERFORM VERIFICA-KIT THRU VERIFICA-KIT-FIM
                IF W-KIT = "S"
                   PERFORM CONFERE-KIT THRU CONFERE-KIT-FIM.
                IF W-ERRO-EST = "S"
                   GO TO CONFERE-TUDO-FIM.
                GO TO CONFERE-TUDO1.
       CONFERE-TUDO-FIM.
                EXIT.
      *
      ************************************
      ************************************
      *
       VOLTA-LOTE.
                MOVE W-COD-EST  TO LOT-CODIGO
                MOVE LOW-VALUES TO LOT-LOTE
                START CADLOTE KEY IS NOT LESS THAN LOT-CHAVE
                    INVALID KEY GO TO VOLTA-LOTE-FIM.
                READ CADLOTE NEXT RECORD
                    AT END GO TO VOLTA-LOTE-FIM.
                IF LOT-CODIGO NOT = W-COD-EST
                   GO TO VOLTA-LOTE-FIM.
                MOVE W-COD-EST  TO LOT-CODIGO
                MOVE "RETORNO   " TO LOT-LOTE
                READ CADLOTE
                    INVALID KEY
                        MOVE W-COD-EST       TO LOT-CODIGO
                        MOVE "RETORNO   "    TO LOT-LOTE
                        MOVE W-QTDE-EST      TO LOT-QTDE
                        MOVE W-DATAHORA(1:8) TO LOT-VALIDADE
                        WRITE REGLOT
                    NOT INVALID KEY
                        ADD  W-QTDE-EST      TO LOT-QTDE
                        MOVE W-DATAHORA(1:8) TO LOT-VALIDADE
                        REWRITE REGLOT.
                IF ST-LOT NOT = "00" AND ST-LOT NOT = "02"
                EXIT.
      *
      ************************************
      * NOTA FISCAL DO PEDIDO ENTREGUE:  *
      * FICA NO CADNF MARCADA COMO       *
      * CANCELADA, COM DATA E OPERADOR   *
      ************************************
      *
       CANCELA-NOTA.
                MOVE PED-NOTA TO NF-NUMERO
                READ CADNF
                    INVALID KEY GO TO CANCELA-NOTA-FIM.
                IF NF-SITUACAO = "C"
                   GO TO CANCELA-NOTA-FIM.
                MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
                MOVE "C"             TO NF-SITUACAO
                MOVE "CANCELADA"     TO NF-DESCSITU
                MOVE W-DATAHORA(1:8) TO NF-DT-CANCEL
                MOVE OPER-CODIGO     TO NF-OPER-CANCEL
                REWRITE REGNF
                IF ST-NF NOT = "00" AND ST-NF NOT = "02"
                   CALL "LOGERRO" USING "SGP013  "
                        "CANCELA-NOTA        " ST-NF
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADNF" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CANCELA-NOTA-FIM.
                EXIT.
      *
      ************************************
      * VENDA DE BALCAO (CADVCX) COM O   *
      * CAIXA DO OPERADOR AINDA ABERTO:  *
      * O CANCELAMENTO TIRA A VENDA DO   *
      * FECHAMENTO (SITUACAO "C") E A    *
      * DEVOLUCAO PARCIAL SAI DO CAIXA   *
      * EM DINHEIRO, COMO TROCO. COM O   *
      * CAIXA JA FECHADO O ACERTO E      *
      * FEITO FORA DO SISTEMA            *
      ************************************
      *
       ESTORNA-CAIXA.
                MOVE W-NUMERO TO VCX-NUMERO
                READ CADVCX
                    INVALID KEY GO TO ESTORNA-CAIXA-FIM.
                IF VCX-SITUACAO = "C"
                   GO TO ESTORNA-CAIXA-FIM.
                IF VCX-SITUACAO NOT = "A"
                   MOVE "* CAIXA JA FECHADO - DEVOLVER FORA DO CAIXA *"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ESTORNA-CAIXA-FIM.
                IF W-TIPO-OP = "T"
                   MOVE "C" TO VCX-SITUACAO
                   GO TO ESTORNA-CAIXA-GRV.
                ADD W-VLR-DEV TO VCX-TROCO
                IF W-VLR-DEV > VCX-TOTAL
                   MOVE ZEROS TO VCX-TOTAL
                ELSE
                   SUBTRACT W-VLR-DEV FROM VCX-TOTAL.
       ESTORNA-CAIXA-GRV.
                REWRITE REGVCX
                IF ST-VCX NOT = "00" AND ST-VCX NOT = "02"
                   CALL "LOGERRO" USING "SGP013  "
                        "ESTORNA-CAIXA       " ST-VCX
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADVCX" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ESTORNA-CAIXA-FIM.
                EXIT.
      *
      ************************************
      * CARIMBO DE SITUACAO, OPERADOR E  *
      * DATA NO CABECALHO DO PEDIDO      *
      ************************************
