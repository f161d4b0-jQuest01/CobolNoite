       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGR021.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * AVALIACAO DE FORNECEDORES NO       *
      * PERIODO (REVISAO TRIMESTRAL DE     *
      * COMPRAS):                          *
      * - ATENDIMENTO: QTDE RECEBIDA SOBRE *
      *   A PEDIDA NOS PEDIDOS DE COMPRA   *
      *   EMITIDOS NO PERIODO (ITEPCO)     *
      * - ENTREGAS NO PERIODO (CADRCB):    *
      *   PRAZO MEDIO DESDE A EMISSAO DO   *
      *   PEDIDO, ATRASOS (APOS A DATA     *
      *   PREVISTA PCO-DT-PREV OU PRAZO    *
      *   PADRAO "PRAZOCPR" DO CADPARM) E  *
      *   ENTREGAS PARCIAIS                *
      * - VARIACAO DO CUSTO RECEBIDO SOBRE *
      *   O CUSTO DO PEDIDO (IPC-CUSTO)    *
      * RANKING PELA NOTA (VIDE CABECALHO) *
      * PARAMETROS NO CONSOLE: PERIODO     *
      * (DATAS 0 = SEM LIMITE)             *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELFOR.COB.
           COPY SELPCO.COB.
           COPY SELIPC.COB.
           COPY SELRCB.COB.
           COPY SELPARM.COB.
           SELECT RELAVF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDFOR.COB.
           COPY FDPCO.COB.
           COPY FDIPC.COB.
           COPY FDRCB.COB.
           COPY FDPARM.COB.
       FD  RELAVF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-REL.
       01 LINRELAVF           PIC X(120).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-FOR       PIC X(02) VALUE "00".
       77 ST-PCO       PIC X(02) VALUE "00".
       77 ST-IPC       PIC X(02) VALUE "00".
       77 ST-RCB       PIC X(02) VALUE "00".
       77 ST-PARM      PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-FIM        PIC X(01) VALUE "N".
       77 W-FIM-IPC    PIC X(01) VALUE "N".
       77 W-DATA-INI   PIC 9(08) VALUE ZEROS.
       77 W-DATA-FIM   PIC 9(08) VALUE ZEROS.
       77 W-PRAZO-PAD  PIC 9(03) VALUE ZEROS.
       77 W-FORNEC     PIC 9(05) VALUE ZEROS.
       77 W-QTDE-PCO   PIC 9(06) VALUE ZEROS.
       77 W-QTDE-ENT   PIC 9(06) VALUE ZEROS.
       77 W-QTDE-ATR   PIC 9(06) VALUE ZEROS.
       77 W-QTDE-PAR   PIC 9(06) VALUE ZEROS.
      *
      * ENTREGA (RECEBIMENTO) EM ANDAMENTO NA LEITURA DO CADRCB
      *
       77 W-ENT-ATIVA  PIC X(01) VALUE "N".
       77 W-ENT-NUMERO PIC 9(06) VALUE ZEROS.
       77 W-ENT-FORNEC PIC 9(05) VALUE ZEROS.
       77 W-ENT-PEDIDO PIC 9(05) VALUE ZEROS.
       77 W-ENT-DIAS   PIC 9(05) VALUE ZEROS.
       77 W-ENT-ATRASO PIC X(01) VALUE "N".
       77 W-ENT-PARC   PIC X(01) VALUE "N".
       77 W-DT-PREV    PIC 9(08) VALUE ZEROS.
      *
      * CALCULO DA NOTA
      *
       77 W-PESOS      PIC 9(03) VALUE ZEROS.
       77 W-PONTOS     PIC 9(07)V99 VALUE ZEROS.
       77 W-PERC       PIC 9(05)V9 VALUE ZEROS.
       77 W-VAR        PIC S9(05)V9 VALUE ZEROS.
       77 W-IX         PIC 9(04) VALUE ZEROS COMP.
       77 W-JX         PIC 9(04) VALUE ZEROS COMP.
       77 W-LINHA      PIC 9(04) VALUE ZEROS COMP.
       77 W-QTD-FOR    PIC 9(04) VALUE ZEROS COMP.
       77 W-EXCEDE     PIC 9(05) VALUE ZEROS.
       77 W-NOME-REL   PIC X(30) VALUE SPACES.
       77 W-PARAMS-SPL PIC X(30) VALUE SPACES.
       01 W-TABFOR.
           03 W-FOR-TAB OCCURS 500 TIMES.
               05 WF-CODIGO    PIC 9(05).
               05 WF-QPCO      PIC 9(05).
               05 WF-QTDE-PED  PIC 9(09).
               05 WF-QTDE-ATD  PIC 9(09).
               05 WF-ENTREGAS  PIC 9(05).
               05 WF-AVULSAS   PIC 9(05).
               05 WF-DIAS      PIC 9(07).
               05 WF-ATRASOS   PIC 9(05).
               05 WF-PARCIAIS  PIC 9(05).
               05 WF-VLR-PCO   PIC 9(11)V99.
               05 WF-VLR-REC   PIC 9(11)V99.
               05 WF-PRAZO-MED PIC 9(03)V9.
               05 WF-ATEND     PIC 9(03)V9.
               05 WF-VAR       PIC S9(03)V9.
               05 WF-NOTA      PIC 9(03)V9.
       01 W-TROCA-FOR.
           03 WT-CODIGO        PIC 9(05).
           03 WT-QPCO          PIC 9(05).
           03 WT-QTDE-PED      PIC 9(09).
           03 WT-QTDE-ATD      PIC 9(09).
           03 WT-ENTREGAS      PIC 9(05).
           03 WT-AVULSAS       PIC 9(05).
           03 WT-DIAS          PIC 9(07).
           03 WT-ATRASOS       PIC 9(05).
           03 WT-PARCIAIS      PIC 9(05).
           03 WT-VLR-PCO       PIC 9(11)V99.
           03 WT-VLR-REC       PIC 9(11)V99.
           03 WT-PRAZO-MED     PIC 9(03)V9.
           03 WT-ATEND         PIC 9(03)V9.
           03 WT-VAR           PIC S9(03)V9.
           03 WT-NOTA          PIC 9(03)V9.
       01 LIN-CAB1.
           03 FILLER          PIC X(30)  VALUE
              "AVALIACAO DE FORNECEDORES".
           03 FILLER          PIC X(10)  VALUE " PERIODO: ".
           03 LC-DATA-INI     PIC 9(08).
           03 FILLER          PIC X(03)  VALUE " A ".
           03 LC-DATA-FIM     PIC 9(08).
       01 LIN-CAB2            PIC X(120) VALUE
      -       "NOTA = 40% ATENDIMENTO + 30% PONTUALIDADE + 15% ENTREGAS
      -       "COMPLETAS + 15% PRECO (CADA 1% ACIMA DO PEDIDO TIRA 5 PON
      -       "TOS)".
       01 LIN-CAB3.
           03 FILLER          PIC X(56)  VALUE
              "INDICADORES SEM MOVIMENTO NO PERIODO FICAM FORA DA NOTA".
           03 FILLER          PIC X(24)  VALUE
              " - PRAZO PADRAO (DIAS): ".
           03 LC-PRAZO        PIC ZZ9.
       01 LIN-CAB-FOR.
           03 FILLER          PIC X(120) VALUE
      -       "POS. FORN. NOME                    PEDIDOS ATEND% ENTREG
      -       " S/PED  PRAZO ATRASO  PARC. VAR.PR%   NOTA".
       01 LIN-FOR.
           03 LD-POS          PIC ZZZ9.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-CODIGO       PIC ZZZZ9.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-NOME         PIC X(25).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-QPCO         PIC ZZZZ9.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-ATEND        PIC ZZ9,9.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-ENTREGAS     PIC ZZZZ9.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-AVULSAS      PIC ZZZZ9.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-PRAZO        PIC ZZ9,9.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-ATRASOS      PIC ZZZZ9.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-PARCIAIS     PIC ZZZZ9.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-VAR          PIC -ZZ9,9.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-NOTA         PIC ZZ9,9.
       01 LIN-TOT1.
           03 FILLER          PIC X(32)  VALUE
              "FORNECEDORES AVALIADOS........:".
           03 LT-QFOR         PIC ZZZZZ9.
       01 LIN-TOT2.
           03 FILLER          PIC X(32)  VALUE
              "PEDIDOS DE COMPRA NO PERIODO..:".
           03 LT-QPCO         PIC ZZZZZ9.
       01 LIN-TOT3.
           03 FILLER          PIC X(32)  VALUE
              "ENTREGAS NO PERIODO...........:".
           03 LT-QENT         PIC ZZZZZ9.
       01 LIN-TOT4.
           03 FILLER          PIC X(32)  VALUE
              "ENTREGAS EM ATRASO............:".
           03 LT-QATR         PIC ZZZZZ9.
       01 LIN-TOT5.
           03 FILLER          PIC X(32)  VALUE
              "ENTREGAS PARCIAIS.............:".
           03 LT-QPAR         PIC ZZZZZ9.
       01 LIN-BRANCO          PIC X(120) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SGR021 - AVALIACAO DE FORNECEDORES"
           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = SEM LIMITE): "
           ACCEPT W-DATA-INI
           DISPLAY "DATA FINAL   (AAAAMMDD, 0 = SEM LIMITE): "
           ACCEPT W-DATA-FIM
           IF W-DATA-FIM = ZEROS
               MOVE 99999999 TO W-DATA-FIM.
       LE-PRAZO.
           MOVE 10 TO W-PRAZO-PAD
           OPEN INPUT CADPARM
           IF ST-PARM NOT = "00"
               GO TO ABRE-ARQUIVOS.
           MOVE "PRAZOCPR" TO PARM-CHAVE
           READ CADPARM
               NOT INVALID KEY
                   IF PARM-CONTADOR NOT = ZEROS
                       AND PARM-CONTADOR < 1000
                       MOVE PARM-CONTADOR TO W-PRAZO-PAD.
           CLOSE CADPARM.
       ABRE-ARQUIVOS.
           OPEN INPUT CADFOR
           IF ST-FOR NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADFOR " ST-FOR
               STOP RUN.
           OPEN INPUT CADPCO
           IF ST-PCO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADPCO " ST-PCO
               STOP RUN.
           OPEN INPUT ITEPCO
           IF ST-IPC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ITEPCO " ST-IPC
               STOP RUN.
           OPEN INPUT CADRCB
           IF ST-RCB NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADRCB " ST-RCB
               STOP RUN.
           CALL "SPLNOME" USING "SGR021  " W-NOME-REL
           OPEN OUTPUT RELAVF
           MOVE W-DATA-INI  TO LC-DATA-INI
           MOVE W-DATA-FIM  TO LC-DATA-FIM
           MOVE W-PRAZO-PAD TO LC-PRAZO
           WRITE LINRELAVF FROM LIN-CAB1
           WRITE LINRELAVF FROM LIN-CAB2
           WRITE LINRELAVF FROM LIN-CAB3.
       PROC-PRINCIPAL.
           MOVE "N" TO W-FIM
           PERFORM VARRE-PEDIDOS THRU VARRE-PEDIDOS-FIM
               UNTIL W-FIM = "S"
           MOVE "N" TO W-FIM
           PERFORM VARRE-RECEBIMENTOS THRU VARRE-RECEBIMENTOS-FIM
               UNTIL W-FIM = "S"
           PERFORM FECHA-ENTREGA THRU FECHA-ENTREGA-FIM
           PERFORM CALCULA-NOTA THRU CALCULA-NOTA-FIM
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QTD-FOR
           PERFORM IMPRIME-FORNEC THRU IMPRIME-FORNEC-FIM
           MOVE W-QTD-FOR  TO LT-QFOR
           MOVE W-QTDE-PCO TO LT-QPCO
           MOVE W-QTDE-ENT TO LT-QENT
           MOVE W-QTDE-ATR TO LT-QATR
           MOVE W-QTDE-PAR TO LT-QPAR
           WRITE LINRELAVF FROM LIN-BRANCO
           WRITE LINRELAVF FROM LIN-TOT1
           WRITE LINRELAVF FROM LIN-TOT2
           WRITE LINRELAVF FROM LIN-TOT3
           WRITE LINRELAVF FROM LIN-TOT4
           WRITE LINRELAVF FROM LIN-TOT5
           CLOSE CADFOR CADPCO ITEPCO CADRCB RELAVF
           STRING W-DATA-INI "-" W-DATA-FIM
                  DELIMITED BY SIZE INTO W-PARAMS-SPL
           CALL "SPLREG" USING "SGR021  " W-NOME-REL W-PARAMS-SPL
           DISPLAY "SGR021 - FORNECEDORES AVALIADOS: " W-QTD-FOR
           IF W-EXCEDE NOT = ZEROS
               DISPLAY "SGR021 - TABELA CHEIA - FORA DO RANKING: "
                       W-EXCEDE.
           GOBACK.
      *
      *****************************************
      * ATENDIMENTO: PEDIDOS DE COMPRA        *
      * EMITIDOS NO PERIODO, QUANTIDADE       *
      * RECEBIDA (ATE A PEDIDA) SOBRE A       *
      * QUANTIDADE PEDIDA                     *
      *****************************************
       VARRE-PEDIDOS.
           READ CADPCO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO VARRE-PEDIDOS-FIM.
           IF PCO-DATA < W-DATA-INI OR PCO-DATA > W-DATA-FIM
               GO TO VARRE-PEDIDOS-FIM.
           MOVE PCO-FORNEC TO W-FORNEC
           PERFORM ACUMULA-FORNEC THRU ACUMULA-FORNEC-FIM
           IF W-LINHA = 0
               GO TO VARRE-PEDIDOS-FIM.
           ADD 1 TO W-QTDE-PCO
           ADD 1 TO WF-QPCO(W-LINHA)
           MOVE PCO-NUMERO TO IPC-NUMERO
           MOVE ZEROS      TO IPC-SEQ
           START ITEPCO KEY IS NOT LESS THAN IPC-CHAVE
               INVALID KEY GO TO VARRE-PEDIDOS-FIM.
           MOVE "N" TO W-FIM-IPC
           PERFORM VARRE-ITENS THRU VARRE-ITENS-FIM
               UNTIL W-FIM-IPC = "S".
       VARRE-PEDIDOS-FIM.
           EXIT.
       VARRE-ITENS.
           READ ITEPCO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-IPC
                   GO TO VARRE-ITENS-FIM.
           IF IPC-NUMERO NOT = PCO-NUMERO
               MOVE "S" TO W-FIM-IPC
               GO TO VARRE-ITENS-FIM.
           ADD IPC-QTDE TO WF-QTDE-PED(W-LINHA)
           IF IPC-QTDE-REC > IPC-QTDE
               ADD IPC-QTDE     TO WF-QTDE-ATD(W-LINHA)
           ELSE
               ADD IPC-QTDE-REC TO WF-QTDE-ATD(W-LINHA).
       VARRE-ITENS-FIM.
           EXIT.
      *
      *****************************************
      * ENTREGAS: LINHAS DO CADRCB NO PERIODO *
      * AGRUPADAS PELO NUMERO DO RECEBIMENTO  *
      *****************************************
       VARRE-RECEBIMENTOS.
           READ CADRCB NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO VARRE-RECEBIMENTOS-FIM.
           IF RCB-DATA < W-DATA-INI OR RCB-DATA > W-DATA-FIM
               GO TO VARRE-RECEBIMENTOS-FIM.
           IF W-ENT-ATIVA = "S" AND RCB-NUMERO NOT = W-ENT-NUMERO
               PERFORM FECHA-ENTREGA THRU FECHA-ENTREGA-FIM.
           IF W-ENT-ATIVA = "N"
               PERFORM ABRE-ENTREGA THRU ABRE-ENTREGA-FIM.
           IF W-ENT-PEDIDO = ZEROS OR RCB-IPC-SEQ = ZEROS
               GO TO VARRE-RECEBIMENTOS-FIM.
           IF RCB-QTDE < RCB-QTDE-PEND
               MOVE "S" TO W-ENT-PARC.
           IF W-LINHA = 0
               GO TO VARRE-RECEBIMENTOS-FIM.
           COMPUTE WF-VLR-PCO(W-LINHA) = WF-VLR-PCO(W-LINHA) +
                   (RCB-QTDE * RCB-CUSTO-PCO)
           COMPUTE WF-VLR-REC(W-LINHA) = WF-VLR-REC(W-LINHA) +
                   (RCB-QTDE * RCB-CUSTO).
       VARRE-RECEBIMENTOS-FIM.
           EXIT.
      *
      * PRIMEIRA LINHA DO RECEBIMENTO: PRAZO DESDE A EMISSAO DO
      * PEDIDO DE COMPRA E ATRASO SOBRE A DATA PREVISTA
      *
       ABRE-ENTREGA.
           MOVE "S"         TO W-ENT-ATIVA
           MOVE "N"         TO W-ENT-ATRASO W-ENT-PARC
           MOVE RCB-NUMERO  TO W-ENT-NUMERO
           MOVE RCB-FORNEC  TO W-ENT-FORNEC W-FORNEC
           MOVE RCB-PEDCOMP TO W-ENT-PEDIDO
           MOVE ZEROS       TO W-ENT-DIAS
           PERFORM ACUMULA-FORNEC THRU ACUMULA-FORNEC-FIM
           IF W-ENT-PEDIDO = ZEROS
               GO TO ABRE-ENTREGA-FIM.
           MOVE W-ENT-PEDIDO TO PCO-NUMERO
           READ CADPCO
               INVALID KEY
                   MOVE ZEROS TO W-ENT-PEDIDO
                   GO TO ABRE-ENTREGA-FIM.
           IF RCB-DATA > PCO-DATA
               COMPUTE W-ENT-DIAS =
                       FUNCTION INTEGER-OF-DATE(RCB-DATA) -
                       FUNCTION INTEGER-OF-DATE(PCO-DATA).
           IF PCO-DT-PREV NOT = ZEROS
               MOVE PCO-DT-PREV TO W-DT-PREV
           ELSE
               COMPUTE W-DT-PREV = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(PCO-DATA) +
                       W-PRAZO-PAD).
           IF RCB-DATA > W-DT-PREV
               MOVE "S" TO W-ENT-ATRASO.
       ABRE-ENTREGA-FIM.
           EXIT.
      *
      * FIM DO RECEBIMENTO: CONTA A ENTREGA NO FORNECEDOR
      *
       FECHA-ENTREGA.
           IF W-ENT-ATIVA = "N"
               GO TO FECHA-ENTREGA-FIM.
           MOVE "N" TO W-ENT-ATIVA
           MOVE W-ENT-FORNEC TO W-FORNEC
           PERFORM ACUMULA-FORNEC THRU ACUMULA-FORNEC-FIM
           IF W-LINHA = 0
               GO TO FECHA-ENTREGA-FIM.
           IF W-ENT-PEDIDO = ZEROS
               ADD 1 TO WF-AVULSAS(W-LINHA)
               GO TO FECHA-ENTREGA-FIM.
           ADD 1          TO W-QTDE-ENT
           ADD 1          TO WF-ENTREGAS(W-LINHA)
           ADD W-ENT-DIAS TO WF-DIAS(W-LINHA)
           IF W-ENT-ATRASO = "S"
               ADD 1 TO W-QTDE-ATR
               ADD 1 TO WF-ATRASOS(W-LINHA).
           IF W-ENT-PARC = "S"
               ADD 1 TO W-QTDE-PAR
               ADD 1 TO WF-PARCIAIS(W-LINHA).
       FECHA-ENTREGA-FIM.
           EXIT.
      *
      * LOCALIZA (OU CRIA) O FORNECEDOR W-FORNEC NA TABELA.
      * W-LINHA = 0 QUANDO A TABELA ESTA CHEIA
      *
       ACUMULA-FORNEC.
           MOVE ZEROS TO W-LINHA
           PERFORM BUSCA-FORNEC THRU BUSCA-FORNEC-FIM
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QTD-FOR
           IF W-LINHA NOT = 0
               GO TO ACUMULA-FORNEC-FIM.
           IF W-QTD-FOR = 500
               ADD 1 TO W-EXCEDE
               GO TO ACUMULA-FORNEC-FIM.
           ADD 1 TO W-QTD-FOR
           MOVE W-QTD-FOR TO W-LINHA
           MOVE ZEROS     TO W-FOR-TAB(W-LINHA)
           MOVE W-FORNEC  TO WF-CODIGO(W-LINHA).
       ACUMULA-FORNEC-FIM.
           EXIT.
       BUSCA-FORNEC.
           IF WF-CODIGO(W-IX) = W-FORNEC
               MOVE W-IX TO W-LINHA.
       BUSCA-FORNEC-FIM.
           EXIT.
      *
      *****************************************
      * INDICADORES E NOTA DO FORNECEDOR.     *
      * SO ENTRAM NA NOTA OS INDICADORES COM  *
      * MOVIMENTO (PESOS USADOS REDISTRIBUEM) *
      *****************************************
       CALCULA-NOTA.
           MOVE ZEROS TO W-PESOS W-PONTOS
           MOVE ZEROS TO WF-PRAZO-MED(W-IX) WF-ATEND(W-IX)
                         WF-VAR(W-IX) WF-NOTA(W-IX)
           IF WF-QTDE-PED(W-IX) NOT = ZEROS
               COMPUTE WF-ATEND(W-IX) ROUNDED =
                       WF-QTDE-ATD(W-IX) * 100 / WF-QTDE-PED(W-IX)
               COMPUTE W-PONTOS = W-PONTOS + (WF-ATEND(W-IX) * 40)
               ADD 40 TO W-PESOS.
           IF WF-ENTREGAS(W-IX) = ZEROS
               GO TO CALCULA-NOTA1.
           COMPUTE WF-PRAZO-MED(W-IX) ROUNDED =
                   WF-DIAS(W-IX) / WF-ENTREGAS(W-IX)
           COMPUTE W-PERC ROUNDED =
                   (WF-ENTREGAS(W-IX) - WF-ATRASOS(W-IX)) * 100
                   / WF-ENTREGAS(W-IX)
           COMPUTE W-PONTOS = W-PONTOS + (W-PERC * 30)
           COMPUTE W-PERC ROUNDED =
                   (WF-ENTREGAS(W-IX) - WF-PARCIAIS(W-IX)) * 100
                   / WF-ENTREGAS(W-IX)
           COMPUTE W-PONTOS = W-PONTOS + (W-PERC * 15)
           ADD 45 TO W-PESOS
           IF WF-VLR-PCO(W-IX) = ZEROS
               GO TO CALCULA-NOTA1.
           COMPUTE W-VAR ROUNDED =
                   (WF-VLR-REC(W-IX) - WF-VLR-PCO(W-IX)) * 100
                   / WF-VLR-PCO(W-IX)
           IF W-VAR > 999
               MOVE 999 TO W-VAR.
           IF W-VAR < -999
               MOVE -999 TO W-VAR.
           MOVE W-VAR TO WF-VAR(W-IX)
           IF W-VAR > 20
               MOVE ZEROS TO W-PERC
           ELSE
               IF W-VAR > ZEROS
                   COMPUTE W-PERC = 100 - (W-VAR * 5)
               ELSE
                   MOVE 100 TO W-PERC.
           COMPUTE W-PONTOS = W-PONTOS + (W-PERC * 15)
           ADD 15 TO W-PESOS.
       CALCULA-NOTA1.
           IF W-PESOS NOT = ZEROS
               COMPUTE WF-NOTA(W-IX) ROUNDED = W-PONTOS / W-PESOS.
       CALCULA-NOTA-FIM.
           EXIT.
      *
      *****************************************
      * RANKING: NOTA DECRESCENTE, EMPATE     *
      * PELO MENOR PRAZO MEDIO                *
      *****************************************
       IMPRIME-FORNEC.
           PERFORM ORDENA-FORNEC THRU ORDENA-FORNEC-FIM
           WRITE LINRELAVF FROM LIN-BRANCO
           WRITE LINRELAVF FROM LIN-CAB-FOR
           PERFORM IMPRIME-FORNEC1 THRU IMPRIME-FORNEC1-FIM
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QTD-FOR.
       IMPRIME-FORNEC-FIM.
           EXIT.
       IMPRIME-FORNEC1.
           MOVE WF-CODIGO(W-IX) TO FOR-CODIGO
           READ CADFOR
               INVALID KEY
                   MOVE "*** NAO CADASTRADO ***" TO FOR-NOME.
           MOVE W-IX               TO LD-POS
           MOVE WF-CODIGO(W-IX)    TO LD-CODIGO
           MOVE FOR-NOME           TO LD-NOME
           MOVE WF-QPCO(W-IX)      TO LD-QPCO
           MOVE WF-ATEND(W-IX)     TO LD-ATEND
           MOVE WF-ENTREGAS(W-IX)  TO LD-ENTREGAS
           MOVE WF-AVULSAS(W-IX)   TO LD-AVULSAS
           MOVE WF-PRAZO-MED(W-IX) TO LD-PRAZO
           MOVE WF-ATRASOS(W-IX)   TO LD-ATRASOS
           MOVE WF-PARCIAIS(W-IX)  TO LD-PARCIAIS
           MOVE WF-VAR(W-IX)       TO LD-VAR
           MOVE WF-NOTA(W-IX)      TO LD-NOTA
           WRITE LINRELAVF FROM LIN-FOR.
       IMPRIME-FORNEC1-FIM.
           EXIT.
      *
       ORDENA-FORNEC.
           IF W-QTD-FOR < 2
               GO TO ORDENA-FORNEC-FIM.
           PERFORM ORDENA-FORNEC1 THRU ORDENA-FORNEC1-FIM
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX = W-QTD-FOR.
       ORDENA-FORNEC-FIM.
           EXIT.
       ORDENA-FORNEC1.
           COMPUTE W-JX = W-IX + 1
           PERFORM ORDENA-FORNEC2 THRU ORDENA-FORNEC2-FIM
               VARYING W-JX FROM W-JX BY 1 UNTIL W-JX > W-QTD-FOR.
       ORDENA-FORNEC1-FIM.
           EXIT.
       ORDENA-FORNEC2.
           IF WF-NOTA(W-JX) < WF-NOTA(W-IX)
               GO TO ORDENA-FORNEC2-FIM.
           IF WF-NOTA(W-JX) = WF-NOTA(W-IX)
               AND WF-PRAZO-MED(W-JX) NOT < WF-PRAZO-MED(W-IX)
               GO TO ORDENA-FORNEC2-FIM.
           MOVE W-FOR-TAB(W-IX) TO W-TROCA-FOR
           MOVE W-FOR-TAB(W-JX) TO W-FOR-TAB(W-IX)
           MOVE W-TROCA-FOR     TO W-FOR-TAB(W-JX).
       ORDENA-FORNEC2-FIM.
           EXIT.
