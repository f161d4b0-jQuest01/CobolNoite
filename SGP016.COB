      * MAXIMO, CUSTO ATUAL DO CADPRO).    *
      * O RECEBIMENTO NO SGP009 BAIXA AS   *
      * QUANTIDADES RECEBIDAS POR ITEM E   *
      * FECHA O PEDIDO DE COMPRA.          *
      * PRAZO DE ENTREGA EM DIAS (PADRAO   *
      * "PRAZOCPR" DO CADPARM) GRAVA A     *
      * DATA PREVISTA EM PCO-DT-PREV,      *
      * USADA NA AVALIACAO DE FORNECEDOR   *
      * (SGR021)                           *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-QTDE-SEM   PIC 9(03) VALUE ZEROS.
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-TRAVA      PIC 9(02) VALUE ZEROS.
       77 W-PRAZO      PIC 9(03) VALUE ZEROS.
       77 W-DT-PREV    PIC 9(08) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-ITENS.
           03 W-ITEM-TAB OCCURS 50 TIMES.
               05 WI-CODIGO    PIC 9(05).
       PCO-001.
                MOVE ZEROS  TO W-NUMERO W-FORNEC W-ITEM W-CODIGO
                               W-QTDE-ITEM W-CUSTO-ITEM W-QTDE-ITENS
                               W-TOTAL-PCO W-PRAZO W-DT-PREV
                MOVE SPACES TO W-NOMEFOR W-DENOM
                DISPLAY TELAPCO.
       PCO-002.
                DISPLAY TELAPCO.
      *
      **********************
      * PRAZO DE ENTREGA   *
      **********************
      *
       PCO-003.
                IF W-PRAZO = ZEROS
                   PERFORM LE-PRAZO THRU LE-PRAZO-FIM.
                ACCEPT TPCOPRZ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PCO-002.
                IF W-PRAZO = 0
                   MOVE "*** PRAZO DE ENTREGA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PCO-003.
                PERFORM CALCULA-PREVISTA THRU CALCULA-PREVISTA-FIM
                DISPLAY TELAPCO.
      *
      **********************
      * ITENS DA COMPRA    *
      **********************
      *
                MOVE SPACES TO MENS
                DISPLAY (20, 02) LIMPA
                DISPLAY (21, 02) LIMPA
                IF W-ACT = 02 GO TO PCO-003.
                IF W-ACT = 05
                   PERFORM IMPORTA-MINIMO THRU IMPORTA-MINIMO-FIM
                   GO TO ITM-001.
                MOVE "A"               TO PCO-SITUACAO
                MOVE "ABERTO"          TO PCO-DESCSITU
                MOVE OPER-CODIGO       TO PCO-OPERADOR
                PERFORM CALCULA-PREVISTA THRU CALCULA-PREVISTA-FIM
                MOVE W-DT-PREV         TO PCO-DT-PREV
                WRITE REGPCO
                IF ST-PCO NOT = "00" AND ST-PCO NOT = "02"
                   CALL "LOGERRO" USING "SGP016  "
                EXIT.
      *
      ************************************
      * PRAZO PADRAO DE ENTREGA: CHAVE   *
      * "PRAZOCPR" DO CADPARM (PARM-     *
      * CONTADOR EM DIAS), 10 SE AUSENTE *
      ************************************
      *
       LE-PRAZO.
                MOVE 10 TO W-PRAZO
                MOVE "PRAZOCPR" TO PARM-CHAVE
                READ CADPARM
                    INVALID KEY GO TO LE-PRAZO-FIM.
                IF PARM-CONTADOR NOT = ZEROS AND PARM-CONTADOR < 1000
                   MOVE PARM-CONTADOR TO W-PRAZO.
       LE-PRAZO-FIM.
                EXIT.
      *
       CALCULA-PREVISTA.
                MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
                MOVE W-DATAHORA(1:8) TO W-HOJE
                COMPUTE W-DT-PREV = FUNCTION DATE-OF-INTEGER(
                        FUNCTION INTEGER-OF-DATE(W-HOJE) + W-PRAZO).
       CALCULA-PREVISTA-FIM.
                EXIT.
      *
      ************************************
      * LOCALIZA LINHA JA LANCADA PARA   *
      * O MESMO PRODUTO                  *
      ************************************
