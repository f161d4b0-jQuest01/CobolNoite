       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP028.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * CONSULTA DE CLIENTE (SO LEITURA):  *
      * DADOS DO CADCLI E LIMITE, EXPOSICAO*
      * DE CREDITO CALCULADA COMO NO       *
      * SGP007 (PARCELAS EM ABERTO NO      *
      * CADREC), PARCELAS EM ABERTO E      *
      * VENCIDAS, ULTIMOS PEDIDOS DO       *
      * CADPED EM PAGINAS COM OS ITENS DE  *
      * CADA PEDIDO (ITEPED) E ITENS       *
      * DEVOLVIDOS PELO SGP013             *
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
           COPY SELPED.COB.
           COPY SELITE.COB.
           COPY SELREC.COB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCLI.COB.
           COPY FDPRO.COB.
           COPY FDPED.COB.
           COPY FDITE.COB.
           COPY FDREC.COB.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-CLI       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-ITE       PIC X(02) VALUE "00".
       77 ST-REC       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-PAUSA      PIC X(01) VALUE SPACES.
       77 W-CLIENTE    PIC 9(05) VALUE ZEROS.
       77 W-NOMECLI    PIC X(30) VALUE SPACES.
       77 W-DOCUMENTO  PIC X(14) VALUE SPACES.
       77 W-SITU       PIC X(10) VALUE SPACES.
       77 W-LOGRAD     PIC X(40) VALUE SPACES.
       77 W-BAIRRO     PIC X(20) VALUE SPACES.
       77 W-CIDADE     PIC X(12) VALUE SPACES.
       77 W-UF         PIC X(02) VALUE SPACES.
       77 W-CEP        PIC 9(08) VALUE ZEROS.
       77 W-LIMITE     PIC 9(08)V99 VALUE ZEROS.
       77 W-EXPOSTO    PIC 9(11)V99 VALUE ZEROS.
       77 W-DISPONIVEL PIC 9(11)V99 VALUE ZEROS.
       77 W-OBS-CRED   PIC X(30) VALUE SPACES.
       77 W-QTDE-ABERTA PIC 9(03) VALUE ZEROS.
       77 W-QTDE-VENCIDA PIC 9(03) VALUE ZEROS.
       77 W-VLR-VENCIDO PIC 9(11)V99 VALUE ZEROS.
       77 W-QTDE-PED   PIC 9(04) VALUE ZEROS.
       77 W-DATA-ULT   PIC 9(08) VALUE ZEROS.
       77 W-QTDE-ITDEV PIC 9(04) VALUE ZEROS.
       77 W-NUMERO     PIC 9(05) VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-FIM        PIC X(01) VALUE "N".
       77 W-FIM-SCAN   PIC X(01) VALUE "N".
       77 W-FIM-ITENS  PIC X(01) VALUE "N".
       77 W-LINHA      PIC 9(02) VALUE ZEROS.
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-INT-HOJE   PIC 9(08) VALUE ZEROS.
       77 W-ATRASO     PIC 9(05) VALUE ZEROS.
       77 W-VLR-DEV    PIC 9(08)V99 VALUE ZEROS.
       77 W-IX         PIC 9(04) VALUE ZEROS COMP.
       77 W-JX         PIC 9(04) VALUE ZEROS COMP.
       77 W-POS        PIC 9(04) VALUE ZEROS COMP.
       77 W-SEQ-PED    PIC 9(04) VALUE ZEROS COMP.
       77 W-PAG-INI    PIC 9(04) VALUE ZEROS COMP.
       77 W-PAG-FIM    PIC 9(04) VALUE ZEROS COMP.
       77 W-QTDE-TAB   PIC 9(04) VALUE ZEROS COMP.
      *
      * ULTIMOS 200 PEDIDOS DO CLIENTE, GUARDADOS EM RODIZIO
      * (O PEDIDO DE ORDEM N FICA NA POSICAO RESTO(N-1 / 200)+1)
      *
       01 W-TABPED.
           03 W-PED-TAB OCCURS 200 TIMES.
               05 WP-NUMERO    PIC 9(05).
       01 LIN-CAB-PED.
           03 FILLER          PIC X(78) VALUE
      -       "PEDIDO DATA     SITUACAO   ITENS        TOTAL   NOTA  DT.
      -       "SIT.  OPERADOR".
       01 LIN-PEDIDO.
           03 LP-NUMERO       PIC ZZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LP-DATA         PIC 9(08).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LP-SITU         PIC X(10).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LP-ITENS        PIC ZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LP-TOTAL        PIC ZZZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LP-NOTA         PIC ZZZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LP-DTSIT        PIC 9(08).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LP-OPER         PIC X(08).
       01 LIN-CAB-ITE.
           03 FILLER          PIC X(78) VALUE
      -       "SEQ PRODUTO DENOMINACAO                  QTDE DEVOLV.    
      -       "  PRECO         TOTAL".
       01 LIN-ITEM.
           03 LI-SEQ          PIC ZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LI-CODIGO       PIC ZZZZ9.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LI-DENOM        PIC X(25).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LI-QTDE         PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LI-QDEV         PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LI-PRECO        PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LI-TOTAL        PIC ZZ.ZZZ.ZZ9,99.
       01 LIN-CAB-REC.
           03 FILLER          PIC X(78) VALUE
      -       "PEDIDO/PC EMISSAO  VENCTO           VALOR  BCO SITUACAO".
       01 LIN-PARC.
           03 LR-NUMERO       PIC ZZZZ9.
           03 FILLER          PIC X(01) VALUE "/".
           03 LR-PARC         PIC 99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-EMISSAO      PIC 9(08).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LR-VENCTO       PIC 9(08).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LR-VALOR        PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LR-REMESSA      PIC X(01).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-SITUACAO     PIC X(30).
       01 LIN-CAB-DEV.
           03 FILLER          PIC X(78) VALUE
      -       "PEDIDO DT.SIT.  PRODUTO DENOMINACAO                QTDE D
      -       "EV.    VALOR DEVOLV.".
       01 LIN-DEV.
           03 LD-PEDIDO       PIC ZZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-DTSIT        PIC 9(08).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-CODIGO       PIC ZZZZ9.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LD-DENOM        PIC X(25).
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LD-QDEV         PIC ZZZZZZ9.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LD-VALOR        PIC ZZ.ZZZ.ZZ9,99.
           COPY WSUSU.COB.
      *
      *---------------------------------------------------------
       SCREEN SECTION.
       COPY TELACON.COB.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               CALL "LOGERRO" USING "SGP028  "
                    "INC-OP0             " ST-CLI
               MOVE "*** CADASTRO DE CLIENTE INEXISTENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP1.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
               CALL "LOGERRO" USING "SGP028  "
                    "INC-OP1             " ST-ERRO
               MOVE "*** CADASTRO DE PRODUTO INEXISTENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADPED
           IF ST-PED NOT = "00"
               CALL "LOGERRO" USING "SGP028  "
                    "INC-OP2             " ST-PED
               MOVE "*** CADASTRO DE PEDIDO INEXISTENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP3.
           OPEN INPUT ITEPED
           IF ST-ITE NOT = "00"
               CALL "LOGERRO" USING "SGP028  "
                    "INC-OP3             " ST-ITE
               MOVE "*** ITENS DE PEDIDO INEXISTENTES ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP4.
           OPEN INPUT CADREC
           IF ST-REC NOT = "00"
               IF ST-REC = "35"
                      OPEN OUTPUT CADREC
                      CLOSE CADREC
                      GO TO INC-OP4
                   ELSE
                      CALL "LOGERRO" USING "SGP028  "
                           "INC-OP4             " ST-REC
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADREC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
      *
      **********************
      * CLIENTE            *
      **********************
      *
       CON-001.
                MOVE ZEROS  TO W-CLIENTE W-CEP W-LIMITE W-EXPOSTO
                               W-DISPONIVEL W-QTDE-ABERTA W-QTDE-VENCIDA
                               W-VLR-VENCIDO W-QTDE-PED W-DATA-ULT
                               W-QTDE-ITDEV
                MOVE SPACES TO W-NOMECLI W-DOCUMENTO W-SITU W-LOGRAD
                               W-BAIRRO W-CIDADE W-UF W-OBS-CRED
                DISPLAY TELACON.
       CON-002.
                ACCEPT TCONCLI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADCLI CADPRO CADPED ITEPED CADREC
                   GO TO ROT-FIM.
                IF W-CLIENTE = 0
                   MOVE "*** CLIENTE INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO CON-002.
                MOVE W-CLIENTE TO CLI-CODIGO
                READ CADCLI
                    INVALID KEY
                        MOVE "*** CLIENTE NAO ENCONTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS2
                        GO TO CON-002.
                MOVE CLI-NOME      TO W-NOMECLI
                MOVE CLI-DOCUMENTO TO W-DOCUMENTO
                MOVE CLI-DESCSITU  TO W-SITU
                MOVE CLI-LOGRAD    TO W-LOGRAD
                MOVE CLI-BAIRRO    TO W-BAIRRO
                MOVE CLI-CIDADE    TO W-CIDADE
                MOVE CLI-UF        TO W-UF
                MOVE CLI-CEP       TO W-CEP
                MOVE CLI-LIMITE    TO W-LIMITE
                MOVE "*** AGUARDE - LENDO PEDIDOS E PARCELAS ***"
                                                 TO MENS
                DISPLAY (22, 13) MENS
                MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
                MOVE W-DATAHORA(1:8) TO W-HOJE
                COMPUTE W-INT-HOJE = FUNCTION INTEGER-OF-DATE(W-HOJE)
                PERFORM CALC-EXPOSTO THRU CALC-EXPOSTO-FIM
                PERFORM CARREGA-PEDIDOS THRU CARREGA-PEDIDOS-FIM
                MOVE SPACES TO MENS.
      *
      * MESMA REGRA DO SGP007: LIMITE ZERO NAO BLOQUEIA
      *
       CON-CREDITO.
                MOVE ZEROS TO W-DISPONIVEL
                IF W-LIMITE = ZEROS
                   MOVE "SEM LIMITE DE CREDITO" TO W-OBS-CRED
                ELSE
                   IF W-EXPOSTO > W-LIMITE
                      MOVE "*** LIMITE EXCEDIDO ***" TO W-OBS-CRED
                   ELSE
                      COMPUTE W-DISPONIVEL = W-LIMITE - W-EXPOSTO
                      MOVE SPACES TO W-OBS-CRED.
                DISPLAY TELACON.
       CON-OPC.
                MOVE SPACES TO W-OPCAO
                DISPLAY (16, 02)
                     "P=PEDIDOS  R=PARCELAS  D=DEVOLUCOES : "
                ACCEPT (16, 40) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CON-001.
                IF W-OPCAO = "p" MOVE "P" TO W-OPCAO.
                IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
                IF W-OPCAO = "d" MOVE "D" TO W-OPCAO.
                IF W-OPCAO = "P"
                   PERFORM LISTA-PEDIDOS THRU LISTA-PEDIDOS-FIM
                   DISPLAY TELACON
                   GO TO CON-OPC.
                IF W-OPCAO = "R"
                   PERFORM LISTA-PARCELAS THRU LISTA-PARCELAS-FIM
                   DISPLAY TELACON
                   GO TO CON-OPC.
                IF W-OPCAO = "D"
                   PERFORM LISTA-DEVOLUCOES THRU LISTA-DEVOLUCOES-FIM
                   DISPLAY TELACON
                   GO TO CON-OPC.
                MOVE "*** INFORME P, R OU D ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO CON-OPC.
      *
      ************************************
      * SOMA DAS PARCELAS EM ABERTO DO   *
      * CLIENTE NO CADREC, SEPARANDO AS  *
      * JA VENCIDAS                      *
      ************************************
      *
       CALC-EXPOSTO.
                MOVE ZEROS TO W-EXPOSTO
                MOVE ZEROS TO REC-NUMERO REC-PARCELA
                START CADREC KEY IS NOT LESS THAN REC-CHAVE
                    INVALID KEY GO TO CALC-EXPOSTO-FIM.
                MOVE "N" TO W-FIM-SCAN
                PERFORM CALC-EXPOSTO1 THRU CALC-EXPOSTO1-FIM
                    UNTIL W-FIM-SCAN = "S".
       CALC-EXPOSTO-FIM.
                EXIT.
       CALC-EXPOSTO1.
                READ CADREC NEXT RECORD
                    AT END
                        MOVE "S" TO W-FIM-SCAN
                        GO TO CALC-EXPOSTO1-FIM.
                IF REC-CLIENTE NOT = W-CLIENTE OR REC-SITUACAO NOT = "A"
                   GO TO CALC-EXPOSTO1-FIM.
                ADD REC-VALOR TO W-EXPOSTO
                ADD 1 TO W-QTDE-ABERTA
                IF REC-VENCTO < W-HOJE
                   ADD 1         TO W-QTDE-VENCIDA
                   ADD REC-VALOR TO W-VLR-VENCIDO.
       CALC-EXPOSTO1-FIM.
                EXIT.
      *
      ************************************
      * PEDIDOS DO CLIENTE NO CADPED E   *
      * CONTAGEM DE ITENS DEVOLVIDOS     *
      ************************************
      *
       CARREGA-PEDIDOS.
                MOVE ZEROS TO PED-NUMERO
                START CADPED KEY IS NOT LESS THAN PED-NUMERO
                    INVALID KEY GO TO CARREGA-PEDIDOS-FIM.
                MOVE "N" TO W-FIM-SCAN
                PERFORM CARREGA-PEDIDOS1 THRU CARREGA-PEDIDOS1-FIM
                    UNTIL W-FIM-SCAN = "S".
       CARREGA-PEDIDOS-FIM.
                EXIT.
       CARREGA-PEDIDOS1.
                READ CADPED NEXT RECORD
                    AT END
                        MOVE "S" TO W-FIM-SCAN
                        GO TO CARREGA-PEDIDOS1-FIM.
                IF PED-CLIENTE NOT = W-CLIENTE
                   GO TO CARREGA-PEDIDOS1-FIM.
                IF W-QTDE-PED = 9999
                   GO TO CARREGA-PEDIDOS1-FIM.
                DIVIDE W-QTDE-PED BY 200 GIVING W-JX REMAINDER W-POS
                ADD 1 TO W-POS
                ADD 1 TO W-QTDE-PED
                MOVE PED-NUMERO TO WP-NUMERO(W-POS)
                IF PED-DATA > W-DATA-ULT
                   MOVE PED-DATA TO W-DATA-ULT.
                MOVE PED-NUMERO TO ITE-NUMERO
                MOVE ZEROS      TO ITE-SEQ
                START ITEPED KEY IS NOT LESS THAN ITE-CHAVE
                    INVALID KEY GO TO CARREGA-PEDIDOS1-FIM.
                MOVE "N" TO W-FIM-ITENS
                PERFORM CONTA-DEVOLVIDOS THRU CONTA-DEVOLVIDOS-FIM
                    UNTIL W-FIM-ITENS = "S".
       CARREGA-PEDIDOS1-FIM.
                EXIT.
       CONTA-DEVOLVIDOS.
                READ ITEPED NEXT RECORD
                    AT END
                        MOVE "S" TO W-FIM-ITENS
                        GO TO CONTA-DEVOLVIDOS-FIM.
                IF ITE-NUMERO NOT = PED-NUMERO
                   MOVE "S" TO W-FIM-ITENS
                   GO TO CONTA-DEVOLVIDOS-FIM.
                IF ITE-QTDE-DEV NOT = ZEROS AND W-QTDE-ITDEV < 9999
                   ADD 1 TO W-QTDE-ITDEV.
       CONTA-DEVOLVIDOS-FIM.
                EXIT.
      *
      * N-ESIMO PEDIDO MAIS RECENTE (W-IX) -> POSICAO NA TABELA
      *
       POSICAO-PEDIDO.
                COMPUTE W-SEQ-PED = W-QTDE-PED - W-IX
                DIVIDE W-SEQ-PED BY 200 GIVING W-JX REMAINDER W-POS
                ADD 1 TO W-POS.
       POSICAO-PEDIDO-FIM.
                EXIT.
      *
      ************************************
      * ULTIMOS PEDIDOS, DO MAIS RECENTE *
      * PARA O MAIS ANTIGO, 15 POR TELA  *
      ************************************
      *
       LISTA-PEDIDOS.
                IF W-QTDE-PED = ZEROS
                   MOVE "*** CLIENTE SEM PEDIDOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LISTA-PEDIDOS-FIM.
                MOVE W-QTDE-PED TO W-QTDE-TAB
                IF W-QTDE-TAB > 200
                   MOVE 200 TO W-QTDE-TAB.
                MOVE 1 TO W-PAG-INI.
       LISTA-PEDIDOS-PAG.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 01) "PEDIDOS DO CLIENTE " W-CLIENTE
                                 " - " W-NOMECLI
                DISPLAY (02, 01) LIN-CAB-PED
                COMPUTE W-PAG-FIM = W-PAG-INI + 14
                IF W-PAG-FIM > W-QTDE-TAB
                   MOVE W-QTDE-TAB TO W-PAG-FIM.
                MOVE 2 TO W-LINHA
                PERFORM MOSTRA-PEDIDO THRU MOSTRA-PEDIDO-FIM
                    VARYING W-IX FROM W-PAG-INI BY 1
                    UNTIL W-IX > W-PAG-FIM
                DISPLAY (19, 01) "PEDIDOS " W-PAG-INI " A " W-PAG-FIM
                                 " DE " W-QTDE-TAB.
       LISTA-PEDIDOS-OPC.
                MOVE SPACES TO W-OPCAO
                DISPLAY (20, 02)
                     "P=PROXIMA  A=ANTERIOR  I=ITENS DO PEDIDO : "
                ACCEPT (20, 45) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LISTA-PEDIDOS-FIM.
                IF W-OPCAO = "p" MOVE "P" TO W-OPCAO.
                IF W-OPCAO = "a" MOVE "A" TO W-OPCAO.
                IF W-OPCAO = "i" MOVE "I" TO W-OPCAO.
                IF W-OPCAO = "P"
                   IF W-PAG-FIM NOT < W-QTDE-TAB
                      MOVE "*** ULTIMA PAGINA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO LISTA-PEDIDOS-OPC
                   ELSE
                      ADD 15 TO W-PAG-INI
                      GO TO LISTA-PEDIDOS-PAG.
                IF W-OPCAO = "A"
                   IF W-PAG-INI = 1
                      MOVE "*** PRIMEIRA PAGINA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO LISTA-PEDIDOS-OPC
                   ELSE
                      SUBTRACT 15 FROM W-PAG-INI
                      GO TO LISTA-PEDIDOS-PAG.
                IF W-OPCAO NOT = "I"
                   MOVE "*** INFORME P, A OU I ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LISTA-PEDIDOS-OPC.
       LISTA-PEDIDOS-SEL.
                MOVE ZEROS TO W-NUMERO
                DISPLAY (20, 02) LIMPA
                DISPLAY (20, 02) "PEDIDO: "
                ACCEPT (20, 10) W-NUMERO
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (20, 02) LIMPA
                IF W-ACT = 02 GO TO LISTA-PEDIDOS-OPC.
                MOVE "N" TO W-ACHOU
                PERFORM BUSCA-PEDIDO THRU BUSCA-PEDIDO-FIM
                    VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QTDE-TAB
                IF W-ACHOU = "N"
                   MOVE "*** PEDIDO NAO CONSTA DA LISTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LISTA-PEDIDOS-SEL.
                PERFORM LISTA-ITENS THRU LISTA-ITENS-FIM
                GO TO LISTA-PEDIDOS-PAG.
       LISTA-PEDIDOS-FIM.
                EXIT.
      *
       MOSTRA-PEDIDO.
                PERFORM POSICAO-PEDIDO THRU POSICAO-PEDIDO-FIM
                MOVE WP-NUMERO(W-POS) TO PED-NUMERO
                READ CADPED
                    INVALID KEY GO TO MOSTRA-PEDIDO-FIM.
                MOVE PED-NUMERO     TO LP-NUMERO
                MOVE PED-DATA       TO LP-DATA
                MOVE PED-DESCSITU   TO LP-SITU
                MOVE PED-QTDE-ITENS TO LP-ITENS
                MOVE PED-TOTAL      TO LP-TOTAL
                MOVE PED-NOTA       TO LP-NOTA
                MOVE PED-DATA-SIT   TO LP-DTSIT
                MOVE PED-OPER-SIT   TO LP-OPER
                ADD 1 TO W-LINHA
                DISPLAY (W-LINHA, 01) LIN-PEDIDO.
       MOSTRA-PEDIDO-FIM.
                EXIT.
      *
       BUSCA-PEDIDO.
                IF WP-NUMERO(W-IX) = W-NUMERO
                   MOVE "S" TO W-ACHOU.
       BUSCA-PEDIDO-FIM.
                EXIT.
      *
      ************************************
      * ITENS DE UM PEDIDO (ITEPED)      *
      ************************************
      *
       LISTA-ITENS.
                DISPLAY (01, 01) ERASE
                MOVE W-NUMERO TO PED-NUMERO
                READ CADPED
                    INVALID KEY
                        MOVE ZEROS  TO PED-DATA PED-TOTAL
                        MOVE SPACES TO PED-DESCSITU.
                DISPLAY (01, 01) "ITENS DO PEDIDO " W-NUMERO
                                 " DE " PED-DATA " - " PED-DESCSITU
                DISPLAY (02, 01) LIN-CAB-ITE
                MOVE W-NUMERO TO ITE-NUMERO
                MOVE ZEROS    TO ITE-SEQ
                MOVE 2        TO W-LINHA
                START ITEPED KEY IS NOT LESS THAN ITE-CHAVE
                    INVALID KEY GO TO LISTA-ITENS-PAUSA.
                MOVE "N" TO W-FIM-ITENS
                PERFORM LISTA-ITENS1 THRU LISTA-ITENS1-FIM
                    UNTIL W-FIM-ITENS = "S".
       LISTA-ITENS-PAUSA.
                PERFORM PAUSA THRU PAUSA-FIM.
       LISTA-ITENS-FIM.
                EXIT.
       LISTA-ITENS1.
                READ ITEPED NEXT RECORD
                    AT END
                        MOVE "S" TO W-FIM-ITENS
                        GO TO LISTA-ITENS1-FIM.
                IF ITE-NUMERO NOT = W-NUMERO
                   MOVE "S" TO W-FIM-ITENS
                   GO TO LISTA-ITENS1-FIM.
                MOVE ITE-CODIGO TO CODIGO
                READ CADPRO
                    INVALID KEY
                        MOVE "*** NAO CADASTRADO ***" TO DENOM.
                MOVE ITE-SEQ      TO LI-SEQ
                MOVE ITE-CODIGO   TO LI-CODIGO
                MOVE DENOM        TO LI-DENOM
                MOVE ITE-QTDE     TO LI-QTDE
                MOVE ITE-QTDE-DEV TO LI-QDEV
                MOVE ITE-PRECO    TO LI-PRECO
                MOVE ITE-TOTAL    TO LI-TOTAL
                ADD 1 TO W-LINHA
                DISPLAY (W-LINHA, 01) LIN-ITEM
                IF W-LINHA NOT < 18
                   PERFORM PAUSA THRU PAUSA-FIM
                   DISPLAY (01, 01) ERASE
                   DISPLAY (01, 01) LIN-CAB-ITE
                   MOVE 1 TO W-LINHA
                   IF W-ACT = 02
                      MOVE "S" TO W-FIM-ITENS.
       LISTA-ITENS1-FIM.
                EXIT.
      *
      ************************************
      * PARCELAS EM ABERTO NO CADREC,    *
      * COM OS DIAS DE ATRASO DAS        *
      * VENCIDAS                         *
      ************************************
      *
       LISTA-PARCELAS.
                IF W-QTDE-ABERTA = ZEROS
                   MOVE "*** NENHUMA PARCELA EM ABERTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LISTA-PARCELAS-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 01) "PARCELAS EM ABERTO DO CLIENTE "
                                 W-CLIENTE " - " W-NOMECLI
                DISPLAY (02, 01) LIN-CAB-REC
                MOVE 2 TO W-LINHA
                MOVE ZEROS TO REC-NUMERO REC-PARCELA
                START CADREC KEY IS NOT LESS THAN REC-CHAVE
                    INVALID KEY GO TO LISTA-PARCELAS-PAUSA.
                MOVE "N" TO W-FIM
                PERFORM LISTA-PARCELAS1 THRU LISTA-PARCELAS1-FIM
                    UNTIL W-FIM = "S".
       LISTA-PARCELAS-PAUSA.
                PERFORM PAUSA THRU PAUSA-FIM.
       LISTA-PARCELAS-FIM.
                EXIT.
       LISTA-PARCELAS1.
                READ CADREC NEXT RECORD
                    AT END
                        MOVE "S" TO W-FIM
                        GO TO LISTA-PARCELAS1-FIM.
                IF REC-CLIENTE NOT = W-CLIENTE OR REC-SITUACAO NOT = "A"
                   GO TO LISTA-PARCELAS1-FIM.
                MOVE REC-NUMERO  TO LR-NUMERO
                MOVE REC-PARCELA TO LR-PARC
                MOVE REC-EMISSAO TO LR-EMISSAO
                MOVE REC-VENCTO  TO LR-VENCTO
                MOVE REC-VALOR   TO LR-VALOR
                MOVE REC-REMESSA TO LR-REMESSA
                MOVE SPACES      TO LR-SITUACAO
                IF REC-VENCTO < W-HOJE
                   COMPUTE W-ATRASO = W-INT-HOJE -
                           FUNCTION INTEGER-OF-DATE(REC-VENCTO)
                   STRING "VENCIDA HA " W-ATRASO " DIAS"
                          DELIMITED BY SIZE INTO LR-SITUACAO
                ELSE
                   MOVE "A VENCER" TO LR-SITUACAO.
                ADD 1 TO W-LINHA
                DISPLAY (W-LINHA, 01) LIN-PARC
                IF W-LINHA NOT < 18
                   PERFORM PAUSA THRU PAUSA-FIM
                   DISPLAY (01, 01) ERASE
                   DISPLAY (01, 01) LIN-CAB-REC
                   MOVE 1 TO W-LINHA
                   IF W-ACT = 02
                      MOVE "S" TO W-FIM.
       LISTA-PARCELAS1-FIM.
                EXIT.
      *
      ************************************
      * ITENS DEVOLVIDOS (ITE-QTDE-DEV   *
      * GRAVADA PELO SGP013), DO PEDIDO  *
      * MAIS RECENTE PARA O MAIS ANTIGO  *
      ************************************
      *
       LISTA-DEVOLUCOES.
                IF W-QTDE-ITDEV = ZEROS
                   MOVE "*** CLIENTE SEM ITENS DEVOLVIDOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LISTA-DEVOLUCOES-FIM.
                MOVE W-QTDE-PED TO W-QTDE-TAB
                IF W-QTDE-TAB > 200
                   MOVE 200 TO W-QTDE-TAB.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 01) "ITENS DEVOLVIDOS PELO CLIENTE "
                                 W-CLIENTE " - " W-NOMECLI
                DISPLAY (02, 01) LIN-CAB-DEV
                MOVE 2   TO W-LINHA
                MOVE "N" TO W-FIM
                PERFORM LISTA-DEVOLUCOES1 THRU LISTA-DEVOLUCOES1-FIM
                    VARYING W-IX FROM 1 BY 1
                    UNTIL W-IX > W-QTDE-TAB OR W-FIM = "S"
                PERFORM PAUSA THRU PAUSA-FIM.
       LISTA-DEVOLUCOES-FIM.
                EXIT.
       LISTA-DEVOLUCOES1.
                PERFORM POSICAO-PEDIDO THRU POSICAO-PEDIDO-FIM
                MOVE WP-NUMERO(W-POS) TO PED-NUMERO
                READ CADPED
                    INVALID KEY GO TO LISTA-DEVOLUCOES1-FIM.
                MOVE PED-NUMERO TO ITE-NUMERO
                MOVE ZEROS      TO ITE-SEQ
                START ITEPED KEY IS NOT LESS THAN ITE-CHAVE
                    INVALID KEY GO TO LISTA-DEVOLUCOES1-FIM.
                MOVE "N" TO W-FIM-ITENS
                PERFORM LISTA-DEVOLUCOES2 THRU LISTA-DEVOLUCOES2-FIM
                    UNTIL W-FIM-ITENS = "S".
       LISTA-DEVOLUCOES1-FIM.
                EXIT.
       LISTA-DEVOLUCOES2.
                READ ITEPED NEXT RECORD
                    AT END
                        MOVE "S" TO W-FIM-ITENS
                        GO TO LISTA-DEVOLUCOES2-FIM.
                IF ITE-NUMERO NOT = PED-NUMERO
                   MOVE "S" TO W-FIM-ITENS
                   GO TO LISTA-DEVOLUCOES2-FIM.
                IF ITE-QTDE-DEV = ZEROS
                   GO TO LISTA-DEVOLUCOES2-FIM.
                MOVE ITE-CODIGO TO CODIGO
                READ CADPRO
                    INVALID KEY
                        MOVE "*** NAO CADASTRADO ***" TO DENOM.
                COMPUTE W-VLR-DEV = ITE-QTDE-DEV *
                        (ITE-PRECO - ITE-DESCONTO)
                MOVE PED-NUMERO   TO LD-PEDIDO
                MOVE PED-DATA-SIT TO LD-DTSIT
                MOVE ITE-CODIGO   TO LD-CODIGO
                MOVE DENOM        TO LD-DENOM
                MOVE ITE-QTDE-DEV TO LD-QDEV
                MOVE W-VLR-DEV    TO LD-VALOR
                ADD 1 TO W-LINHA
                DISPLAY (W-LINHA, 01) LIN-DEV
                IF W-LINHA NOT < 18
                   PERFORM PAUSA THRU PAUSA-FIM
                   DISPLAY (01, 01) ERASE
                   DISPLAY (01, 01) LIN-CAB-DEV
                   MOVE 1 TO W-LINHA
                   IF W-ACT = 02
                      MOVE "S" TO W-FIM W-FIM-ITENS.
       LISTA-DEVOLUCOES2-FIM.
                EXIT.
      *
       PAUSA.
                MOVE SPACES TO W-PAUSA
                DISPLAY (20, 02) "ENTER = CONTINUA   ESC = VOLTA"
                ACCEPT (20, 33) W-PAUSA
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (20, 02) LIMPA.
       PAUSA-FIM.
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
               DISPLAY (22, 13) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 1000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (22, 13) MENS.
       ROT-MENS-FIM.
                EXIT.
