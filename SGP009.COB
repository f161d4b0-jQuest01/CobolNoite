      * DE COMPRA (CADPCO/ITEPCO DO        *
      * SGP016), COM BAIXA POR ITEM E      *
      * FECHAMENTO DO PEDIDO DE COMPRA     *
      * NOTA FISCAL DO FORNECEDOR E        *
      * CONDICAO DE PAGAMENTO GERAM AS     *
      * PARCELAS DO CONTAS A PAGAR (CADPAG)*
      * A MERCADORIA ENTRA NO DEPOSITO     *
      * INFORMADO (01 = PRINCIPAL)         *
      * CADA LINHA RECEBIDA FICA NO CADRCB *
      * COM O NUMERO DO RECEBIMENTO (BASE  *
      * DA DEVOLUCAO AO FORNECEDOR SGP026) *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY SELIPC.COB.
           COPY SELBKO.COB.
           COPY SELLOT.COB.
           COPY SELPAG.COB.
           COPY SELDEP.COB.
           COPY SELRCB.COB.
           COPY SELPARM.COB.
           SELECT LOGCOMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
           COPY FDIPC.COB.
           COPY FDBKO.COB.
           COPY FDLOT.COB.
           COPY FDPAG.COB.
           COPY FDDEP.COB.
           COPY FDRCB.COB.
           COPY FDPARM.COB.
       FD  LOGCOMP
               LABEL RECORD IS STANDARD.
       01 LINLOGCOMP           PIC X(132).
       77 ST-BKO       PIC X(02) VALUE "00".
       77 ST-AVI       PIC X(02) VALUE "00".
       77 ST-LOT       PIC X(02) VALUE "00".
       77 ST-PAG       PIC X(02) VALUE "00".
       77 ST-DEP       PIC X(02) VALUE "00".
       77 ST-SLD       PIC X(02) VALUE "00".
       77 ST-RCB       PIC X(02) VALUE "00".
       77 ST-PARM      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-TRAVA      PIC 9(02) VALUE ZEROS.
       77 W-EDQTDE     PIC ZZZZZZ9.
       77 W-EDCUSTO    PIC ZZZZZ9,99.
       77 W-NOTA       PIC 9(09) VALUE ZEROS.
       77 W-CONDPAG    PIC 9(02) VALUE ZEROS.
       77 W-PARCELAS   PIC 9(02) VALUE ZEROS.
       77 W-PX         PIC 9(02) VALUE ZEROS COMP.
       77 W-TOTAL-NF   PIC 9(08)V99 VALUE ZEROS.
       77 W-VALOR-PARC PIC 9(08)V99 VALUE ZEROS.
       77 W-VALOR-ACUM PIC 9(08)V99 VALUE ZEROS.
       77 W-INT-DATA   PIC 9(08) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-DEPOSITO   PIC 9(02) VALUE 01.
       77 W-SALDO-DEP  PIC 9(07) VALUE ZEROS.
       77 W-RECEB      PIC 9(06) VALUE ZEROS.
       77 W-IPC-SEQ    PIC 9(03) VALUE ZEROS.
       77 W-IPC-PEND   PIC 9(07) VALUE ZEROS.
       77 W-IPC-CUSTO  PIC 9(06)V99 VALUE ZEROS.
       01 W-ITENS.
           03 W-ITEM-TAB OCCURS 50 TIMES.
               05 WI-CODIGO    PIC 9(05).
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP9.
           OPEN I-O CADPAG
           IF ST-PAG NOT = "00"
               IF ST-PAG = "30"
                      OPEN OUTPUT CADPAG
                      CLOSE CADPAG
                      GO TO INC-OP9
                   ELSE
                      CALL "LOGERRO" USING "SGP009  "
                           "INC-OP9             " ST-PAG
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAG" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP10.
           OPEN I-O CADDEP
           IF ST-DEP NOT = "00"
               IF ST-DEP = "30"
                      OPEN OUTPUT CADDEP
                      CLOSE CADDEP
                      GO TO INC-OP10
                   ELSE
                      CALL "LOGERRO" USING "SGP009  "
                           "INC-OP10            " ST-DEP
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADDEP" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP11.
           OPEN I-O CADRCB
           IF ST-RCB NOT = "00"
               IF ST-RCB = "30"
                      OPEN OUTPUT CADRCB
                      CLOSE CADRCB
                      GO TO INC-OP11
                   ELSE
                      CALL "LOGERRO" USING "SGP009  "
                           "INC-OP11            " ST-RCB
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADRCB" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP12.
           OPEN I-O CADPARM
           IF ST-PARM NOT = "00"
               IF ST-PARM = "30"
                      OPEN OUTPUT CADPARM
                      CLOSE CADPARM
                      GO TO INC-OP12
                   ELSE
                      CALL "LOGERRO" USING "SGP009  "
                           "INC-OP12            " ST-PARM
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPARM" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
      *
      **********************
      * FORNECEDOR         *
       ENT-001.
                MOVE ZEROS  TO W-FORNEC W-ITEM W-CODIGO W-QTDE-ITEM
                               W-CUSTO-ITEM W-CUSTO-ATUAL W-QTDE-ITENS
                               W-PEDCOMP W-NOTA W-CONDPAG
                MOVE SPACES TO W-NOMEFOR W-DENOM
                DISPLAY TELAENT.
       ENT-002.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADFOR CADPRO ESTPRO MOVESTQ HISTPRECO
                         CADPCO ITEPCO CADBKO CADLOTE CADPAG CADDEP
                         CADRCB CADPARM
                   GO TO ROT-FIM.
                IF W-FORNEC = 0
                   MOVE "*** FORNECEDOR INVALIDO ***" TO MENS
                DISPLAY TELAENT.
      *
      ************************************
      * DEPOSITO QUE RECEBE A MERCADORIA *
      * 01 = PRINCIPAL, OS DEMAIS TEM DE *
      * ESTAR NO CADDEP (SGP021)         *
      ************************************
      *
       ENT-DEP.
                DISPLAY (19, 02) "DEPOSITO DE ENTRADA: "
                ACCEPT (19, 23) W-DEPOSITO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (19, 02) LIMPA
                IF W-ACT = 02 GO TO ENT-002.
                IF W-DEPOSITO = ZEROS
                   MOVE 01 TO W-DEPOSITO.
                IF W-DEPOSITO = 01
                   GO TO ENT-DEP-FIM.
                MOVE W-DEPOSITO TO DEP-CODIGO
                READ CADDEP
                    INVALID KEY
                        MOVE "*** DEPOSITO NAO CADASTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS2
                        GO TO ENT-DEP.
       ENT-DEP-FIM.
      *
      ************************************
      * RECEBIMENTO CONTRA PEDIDO DE     *
      * COMPRA DO SGP016 (0 = ENTRADA    *
      * AVULSA SEM PEDIDO)               *
                ACCEPT (19, 28) W-PEDCOMP WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (19, 02) LIMPA
                IF W-ACT = 02 GO TO ENT-DEP.
                IF W-PEDCOMP = ZEROS
                   GO TO ENT-PCO-FIM.
                MOVE W-PEDCOMP TO PCO-NUMERO
                   GO TO ENT-PCO.
       ENT-PCO-FIM.
      *
      ************************************
      * NOTA FISCAL DO FORNECEDOR (0 =   *
      * SEM NOTA, NAO GERA CONTAS A      *
      * PAGAR). A MESMA NOTA NAO PODE    *
      * SER LANCADA DUAS VEZES           *
      ************************************
      *
       ENT-NF.
                MOVE ZEROS TO W-NOTA
                DISPLAY (19, 02) "NOTA 0 = SEM NOTA (NAO GERA A PAGAR)"
                ACCEPT TENTNF
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (19, 02) LIMPA
                IF W-ACT = 02 GO TO ENT-PCO.
                IF W-NOTA = ZEROS
                   GO TO ENT-NF-FIM.
                MOVE W-FORNEC TO PAG-FORNEC
                MOVE W-NOTA   TO PAG-NOTA
                MOVE ZEROS    TO PAG-PARCELA
                START CADPAG KEY IS NOT LESS THAN PAG-CHAVE
                    INVALID KEY GO TO ENT-NF-FIM.
                READ CADPAG NEXT RECORD
                    AT END GO TO ENT-NF-FIM.
                IF PAG-FORNEC = W-FORNEC AND PAG-NOTA = W-NOTA
                   MOVE "** NOTA JA LANCADA PARA O FORNECEDOR **"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ENT-NF.
       ENT-NF-FIM.
      *
      **********************
      * ITENS DA COMPRA    *
      **********************
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ENT-OPC.
      *
      ************************************
      * CONDICAO DE PAGAMENTO DA NOTA    *
      * 0=A VISTA 1=30 2=30/60 3=30/60/90*
      ************************************
      *
       ENT-CPG.
                IF W-NOTA = ZEROS
                   GO TO ENT-WR1.
                MOVE ZEROS TO W-CONDPAG
                DISPLAY (19, 02)
                     "COND PAGTO 0=A VISTA 1=30 2=30/60 3=30/60/90 :"
                ACCEPT (19, 50) W-CONDPAG WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (19, 02) LIMPA
                IF W-ACT = 02 GO TO ENT-OPC.
                IF W-CONDPAG > 3
                   MOVE "*** CONDICAO DEVE SER 0, 1, 2 OU 3 ***"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ENT-CPG.
       ENT-WR1.
                PERFORM GERA-NUMERO THRU GERA-NUMERO-FIM
                IF W-RECEB = ZEROS
                   GO TO ENT-OPC.
                MOVE ZEROS TO W-TOTAL-NF
                PERFORM SOMA-NOTA THRU SOMA-NOTA-FIM
                    VARYING W-IX FROM 1 BY 1
                      UNTIL W-IX > W-QTDE-ITENS
                PERFORM GRAVA-ITEM THRU GRAVA-ITEM-FIM
                    VARYING W-IX FROM 1 BY 1
                      UNTIL W-IX > W-QTDE-ITENS
                PERFORM FECHA-PEDCOMP THRU FECHA-PEDCOMP-FIM
                IF W-NOTA NOT = ZEROS
                   PERFORM GERA-PARCELAS THRU GERA-PARCELAS-FIM.
                DISPLAY TELAENT
                MOVE SPACES TO MENS
                STRING "** ENTRADA REGISTRADA - RECEBIMENTO " W-RECEB
                       " **" DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ENT-001.
      *
      ************************************
      * VALOR DA NOTA = SOMA DE QTDE X   *
      * CUSTO DOS ITENS RECEBIDOS        *
      ************************************
      *
       SOMA-NOTA.
                COMPUTE W-TOTAL-NF ROUNDED = W-TOTAL-NF +
                        (WI-QTDE(W-IX) * WI-CUSTO(W-IX)).
       SOMA-NOTA-FIM.
                EXIT.
      *
      ************************************
      * PARCELAS DO CONTAS A PAGAR       *
      * CONFORME A CONDICAO DE PAGAMENTO *
      * (ULTIMA PARCELA LEVA A DIFERENCA *
      * DE ARREDONDAMENTO)               *
      ************************************
      *
       GERA-PARCELAS.
                MOVE 1 TO W-PARCELAS
                IF W-CONDPAG = 2 MOVE 2 TO W-PARCELAS.
                IF W-CONDPAG = 3 MOVE 3 TO W-PARCELAS.
                COMPUTE W-VALOR-PARC = W-TOTAL-NF / W-PARCELAS
                MOVE ZEROS TO W-VALOR-ACUM
                MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
                MOVE W-DATAHORA(1:8) TO W-HOJE
                COMPUTE W-INT-DATA =
                    FUNCTION INTEGER-OF-DATE(W-HOJE)
                PERFORM GERA-PARCELAS1 THRU GERA-PARCELAS1-FIM
                    VARYING W-PX FROM 1 BY 1
                      UNTIL W-PX > W-PARCELAS.
       GERA-PARCELAS-FIM.
                EXIT.
       GERA-PARCELAS1.
                MOVE W-FORNEC  TO PAG-FORNEC
                MOVE W-NOTA    TO PAG-NOTA
                MOVE W-PX      TO PAG-PARCELA
                MOVE W-PEDCOMP TO PAG-PEDCOMP
                MOVE W-HOJE    TO PAG-EMISSAO
                IF W-CONDPAG = 0
                   MOVE W-HOJE TO PAG-VENCTO
                ELSE
                   COMPUTE PAG-VENCTO =
                       FUNCTION DATE-OF-INTEGER(W-INT-DATA +
                                                (W-PX * 30)).
                IF W-PX = W-PARCELAS
                   COMPUTE PAG-VALOR = W-TOTAL-NF - W-VALOR-ACUM
                ELSE
                   MOVE W-VALOR-PARC TO PAG-VALOR
                   ADD  W-VALOR-PARC TO W-VALOR-ACUM.
                MOVE "A"         TO PAG-SITUACAO
                MOVE "ABERTO"    TO PAG-DESCSITU
                MOVE ZEROS       TO PAG-DT-PAGTO PAG-VLR-PAGO
                MOVE OPER-CODIGO TO PAG-OPERADOR
                WRITE REGPAG
                IF ST-PAG NOT = "00" AND ST-PAG NOT = "02"
                   CALL "LOGERRO" USING "SGP009  "
                        "GERA-PARCELAS1      " ST-PAG
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPAG" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GERA-PARCELAS1-FIM.
                EXIT.
      *
      ************************************
      * ENTRADA NO ESTOQUE, MOVIMENTO,   *
      * CUSTO NOVO E JORNAL DA COMPRA    *
      ************************************
                MOVE W-QTDE-ATUAL      TO MOV-QTDE-ANT
                MOVE W-QTDE-NOVA       TO MOV-QTDE-NOVA
                MOVE OPER-CODIGO       TO MOV-OPERADOR
                MOVE W-DEPOSITO        TO MOV-DEPOSITO
                MOVE ZEROS             TO MOV-DEP-PAR
                MOVE SPACES            TO MOV-SENTIDO
                WRITE REGMOV
                IF ST-MOV NOT = "00" AND ST-MOV NOT = "02"
                   CALL "LOGERRO" USING "SGP009  "
                        "GRAVA-ITEM          " ST-MOV
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO MOVESTQ" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                CALL "SALDODEP" USING "E" W-CODIGO W-DEPOSITO
                     W-QTDE-NOVA WI-QTDE(W-IX) W-SALDO-DEP ST-SLD
                IF ST-SLD = "99"
                   CALL "LOGERRO" USING "SGP009  "
                        "GRAVA-ITEM          " ST-SLD
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ESTDEP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                PERFORM ATUALIZA-CUSTO THRU ATUALIZA-CUSTO-FIM
                PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                MOVE ZEROS TO W-IPC-SEQ W-IPC-PEND W-IPC-CUSTO
                IF W-PEDCOMP NOT = ZEROS
                   PERFORM BAIXA-PEDCOMP THRU BAIXA-PEDCOMP-FIM.
                IF WI-LOTE(W-IX) NOT = SPACES
                   PERFORM GRAVA-LOTE THRU GRAVA-LOTE-FIM.
                PERFORM GRAVA-RECEB THRU GRAVA-RECEB-FIM
                PERFORM AVISA-PENDENCIA THRU AVISA-PENDENCIA-FIM.
       GRAVA-ITEM-FIM.
                EXIT.
                EXIT.
      *
      ************************************
      * LINHA DO RECEBIMENTO NO CADRCB   *
      * (FORNECEDOR, NOTA, LINHA DO      *
      * PEDIDO DE COMPRA, LOTE E CUSTO)  *
      ************************************
      *
       GRAVA-RECEB.
                MOVE W-RECEB          TO RCB-NUMERO
                MOVE W-IX             TO RCB-SEQ
                MOVE W-FORNEC         TO RCB-FORNEC
                MOVE W-DATAHORA(1:8)  TO RCB-DATA
                MOVE W-DATAHORA(9:8)  TO RCB-HORA
                MOVE W-NOTA           TO RCB-NOTA
                MOVE W-PEDCOMP        TO RCB-PEDCOMP
                MOVE W-IPC-SEQ        TO RCB-IPC-SEQ
                MOVE W-DEPOSITO       TO RCB-DEPOSITO
                MOVE W-CODIGO         TO RCB-CODIGO
                MOVE WI-QTDE(W-IX)    TO RCB-QTDE
                MOVE WI-CUSTO(W-IX)   TO RCB-CUSTO
                MOVE WI-LOTE(W-IX)    TO RCB-LOTE
                MOVE WI-VALID(W-IX)   TO RCB-VALIDADE
                MOVE ZEROS            TO RCB-QTDE-DEV
                MOVE OPER-CODIGO      TO RCB-OPERADOR
                MOVE W-IPC-PEND       TO RCB-QTDE-PEND
                MOVE W-IPC-CUSTO      TO RCB-CUSTO-PCO
                WRITE REGRCB
                IF ST-RCB NOT = "00" AND ST-RCB NOT = "02"
                   CALL "LOGERRO" USING "SGP009  "
                        "GRAVA-RECEB         " ST-RCB
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRCB" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-RECEB-FIM.
                EXIT.
      *
      ************************************
      * NUMERO DO RECEBIMENTO: CONTADOR  *
      * "RECEBTO " NO CADPARM, COMO O    *
      * NUMERO DA NOTA FISCAL DO SGP014  *
      ************************************
      *
       GERA-NUMERO.
                MOVE ZEROS TO W-TRAVA W-RECEB.
       GERA-NUMERO1.
                MOVE "RECEBTO " TO PARM-CHAVE
                READ CADPARM
                    INVALID KEY
                        MOVE "RECEBTO " TO PARM-CHAVE
                        MOVE ZEROS      TO PARM-MARGEM-MIN
                        MOVE ZEROS      TO PARM-CONTADOR
                        WRITE REGPARM.
                IF ST-PARM = "51" OR ST-PARM = "99"
                   PERFORM ESPERA-REGISTRO THRU ESPERA-REGISTRO-FIM
                   IF W-TRAVA < 30
                      GO TO GERA-NUMERO1
                   ELSE
                      MOVE "** CONTADOR DE RECEBIMENTO EM USO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO GERA-NUMERO-FIM.
                ADD 1 TO PARM-CONTADOR
                MOVE PARM-CONTADOR TO W-RECEB
                MOVE "RECEBTO " TO PARM-CHAVE
                REWRITE REGPARM
                    INVALID KEY WRITE REGPARM
                END-REWRITE
                IF ST-PARM NOT = "00" AND ST-PARM NOT = "02"
                   CALL "LOGERRO" USING "SGP009  "
                        "GERA-NUMERO         " ST-PARM
                   MOVE ZEROS TO W-RECEB
                   MOVE "ERRO NA GRAVACAO DO CONTADOR RECEBTO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GERA-NUMERO-FIM.
                EXIT.
      *
      ************************************
      * PRODUTO RECEBIDO COM DEMANDA     *
      * PERDIDA PENDENTE NO CADBKO:      *
      * GERA A LISTA DE AVISO (AVISOBKO) *
                IF IPC-CODIGO NOT = W-CODIGO
                   GO TO BAIXA-PEDCOMP1-FIM.
                MOVE "S" TO W-ACHOU-IPC W-FIM-IPC
                MOVE IPC-SEQ TO W-IPC-SEQ
                MOVE IPC-CUSTO TO W-IPC-CUSTO
                IF IPC-QTDE > IPC-QTDE-REC
                   COMPUTE W-IPC-PEND = IPC-QTDE - IPC-QTDE-REC.
                ADD WI-QTDE(W-IX) TO IPC-QTDE-REC
                REWRITE REGIPC
                IF ST-IPC NOT = "00" AND ST-IPC NOT = "02"
