       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB020.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * INTERFACE CONTABIL DIARIA - PASSO  *
      * DA CADEIA NOTURNA (SGB008): GERA,  *
      * PARA CADA DIA AINDA NAO EXPORTADO  *
      * ATE ONTEM, O ARQUIVO DE LANCAMEN-  *
      * TOS CTB<AAAAMMDD>.TXT EM LEIAUTE   *
      * FIXO PARA O SISTEMA CONTABIL COM:  *
      * - VENDAS DO DIA (CADPED/ITEPED)    *
      * - CUSTO DA MERCADORIA VENDIDA      *
      *   (ITE-CUSTO X QTDE) POR TIPO      *
      * - DEVOLUCOES E CANCELAMENTOS DO    *
      *   SGP013 (CADDEV), COM ESTORNO DO  *
      *   CUSTO POR TIPO                   *
      * - BAIXAS DE PARCELA (CADREC)       *
      * - ENTRADAS DE MERCADORIA (CADRCB)  *
      * CONTAS DEBITO/CREDITO DO MAPA      *
      * CADCTA (SGP031). CADA LANCAMENTO   *
      * SAI EM PAR DEBITO/CREDITO E O DIA  *
      * SO E DADO COMO EXPORTADO SE O      *
      * ARQUIVO FECHAR BALANCEADO. ULTIMO  *
      * DIA EXPORTADO NO CADCKP (JOB       *
      * SGB020): A REEXECUCAO NAO GERA O   *
      * MESMO DIA DUAS VEZES. EVENTO SEM   *
      * MAPA OU DIA DESBALANCEADO PARA A   *
      * CADEIA (RETURN-CODE 8)             *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELPED.COB.
           COPY SELITE.COB.
           COPY SELPRO.COB.
           COPY SELREC.COB.
           COPY SELRCB.COB.
           COPY SELDEV.COB.
           COPY SELCTA.COB.
           COPY SELCKP.COB.
           SELECT ARQCTB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTB.
           SELECT RELCTB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDPED.COB.
           COPY FDITE.COB.
           COPY FDPRO.COB.
           COPY FDREC.COB.
           COPY FDRCB.COB.
           COPY FDDEV.COB.
           COPY FDCTA.COB.
           COPY FDCKP.COB.
       FD  ARQCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-CTB.
       01 LINCTB              PIC X(120).
       FD  RELCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-REL.
       01 LINRELCTB           PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-ITE       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-REC       PIC X(02) VALUE "00".
       77 ST-RCB       PIC X(02) VALUE "00".
       77 ST-DEV       PIC X(02) VALUE "00".
       77 ST-CTA       PIC X(02) VALUE "00".
       77 ST-CKP       PIC X(02) VALUE "00".
       77 ST-CTB       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-NOME-REL   PIC X(30) VALUE SPACES.
       77 W-NOME-CTB   PIC X(30) VALUE SPACES.
       77 W-PARAMS-SPL PIC X(30) VALUE SPACES.
       77 W-FIM        PIC X(01) VALUE "N".
       77 W-FIM-ITENS  PIC X(01) VALUE "N".
       77 W-ERRO       PIC X(01) VALUE "N".
       77 W-ERRO-DIA   PIC X(01) VALUE "N".
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-ONTEM      PIC 9(08) VALUE ZEROS.
       77 W-INT-DATA   PIC 9(08) VALUE ZEROS.
       77 W-ULT-DATA   PIC 9(08) VALUE ZEROS.
       77 W-DIA        PIC 9(08) VALUE ZEROS.
       77 W-PRIMEIRO   PIC 9(08) VALUE ZEROS.
       77 W-TIPO       PIC 9(01) VALUE ZEROS.
       77 W-CODIGO     PIC 9(05) VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-IX         PIC 9(02) VALUE ZEROS.
       77 W-SEQ        PIC 9(06) VALUE ZEROS.
       77 W-LOTE       PIC 9(03) VALUE ZEROS.
       77 W-QTDE-LCT   PIC 9(06) VALUE ZEROS.
       77 W-QTDE-DIAS  PIC 9(04) VALUE ZEROS.
       77 W-TOT-DEB    PIC 9(13)V99 VALUE ZEROS.
       77 W-TOT-CRED   PIC 9(13)V99 VALUE ZEROS.
      *
      * ACUMULADOS DO DIA POR EVENTO: 1 = VEN, 2 A 11 = CMV DOS
      * TIPOS 0 A 9, 12 = DEV, 13 A 22 = DCM DOS TIPOS 0 A 9,
      * 23 = REC, 24 = ENT (ORDEM DE SAIDA NO ARQUIVO)
      *
       01 W-TAB-EVENTOS.
           03 W-EVT OCCURS 24 TIMES.
               05 TE-EVENTO    PIC X(03).
               05 TE-TIPO      PIC 9(01).
               05 TE-VALOR     PIC 9(11)V99.
               05 TE-DEBITO    PIC X(12).
               05 TE-CREDITO   PIC X(12).
               05 TE-HIST      PIC X(30).
           COPY WSEMP.COB.
      *
      * REGISTRO HEADER DO ARQUIVO (TIPO 0)
      *
       01 CTB-HEADER.
           03 CH-TIPO          PIC X(01) VALUE "0".
           03 CH-SEQ           PIC 9(06).
           03 CH-CNPJ          PIC 9(14).
           03 CH-DATA-MOV      PIC 9(08).
           03 CH-DATA-GER      PIC 9(08).
           03 CH-HORA-GER      PIC 9(06).
           03 CH-SISTEMA       PIC X(10) VALUE "SGB020".
           03 FILLER           PIC X(67) VALUE SPACES.
      *
      * REGISTRO DE LANCAMENTO - UM POR CONTA (TIPO 1); O DEBITO
      * E O CREDITO DE UM MESMO EVENTO TEM O MESMO LOTE
      *
       01 CTB-DETALHE.
           03 CD-TIPO          PIC X(01) VALUE "1".
           03 CD-SEQ           PIC 9(06).
           03 CD-DATA          PIC 9(08).
           03 CD-LOTE          PIC 9(03).
           03 CD-EVENTO        PIC X(03).
           03 CD-TIPOPRD       PIC 9(01).
           03 CD-CONTA         PIC X(12).
           03 CD-NATUREZA      PIC X(01).
           03 CD-VALOR         PIC 9(13)V99.
           03 CD-HISTORICO     PIC X(30).
           03 FILLER           PIC X(40) VALUE SPACES.
      *
      * REGISTRO TRAILER DO ARQUIVO (TIPO 9)
      *
       01 CTB-TRAILER.
           03 CT-TIPO          PIC X(01) VALUE "9".
           03 CT-SEQ           PIC 9(06).
           03 CT-QTDE          PIC 9(06).
           03 CT-TOT-DEB       PIC 9(13)V99.
           03 CT-TOT-CRED      PIC 9(13)V99.
           03 FILLER           PIC X(77) VALUE SPACES.
      *
       01 LIN-CAB1.
           03 FILLER          PIC X(47)  VALUE
              "SGB020 - INTERFACE CONTABIL DIARIA - DATA:".
           03 LC-DATA         PIC 9999/99/99.
       01 LIN-CAB2.
           03 FILLER          PIC X(21)  VALUE
              "EVT T  CONTA DEBITO".
           03 FILLER          PIC X(33)  VALUE
              "CONTA CREDITO             VALOR".
           03 FILLER          PIC X(09)  VALUE "HISTORICO".
       01 LIN-DIA.
           03 FILLER          PIC X(06)  VALUE "DIA: ".
           03 LDI-DATA        PIC 9999/99/99.
           03 FILLER          PIC X(04)  VALUE SPACES.
           03 FILLER          PIC X(09)  VALUE "ARQUIVO: ".
           03 LDI-ARQUIVO     PIC X(30).
       01 LIN-DET.
           03 LD-EVENTO       PIC X(03).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-TIPO         PIC 9(01).
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-DEBITO       PIC X(12).
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-CREDITO      PIC X(12).
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-HIST         PIC X(30).
       01 LIN-SEMMAPA.
           03 FILLER          PIC X(30)  VALUE
              "*** SEM MAPA DE CONTAS: EVENTO".
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LSM-EVENTO      PIC X(03).
           03 FILLER          PIC X(06)  VALUE " TIPO ".
           03 LSM-TIPO        PIC 9(01).
           03 FILLER          PIC X(08)  VALUE " VALOR: ".
           03 LSM-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LIN-TOT.
           03 FILLER          PIC X(18)  VALUE "LANCAMENTOS: ".
           03 LT-QTDE         PIC ZZZ.ZZ9.
           03 FILLER          PIC X(11)  VALUE "  DEBITOS: ".
           03 LT-DEB          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(12)  VALUE "  CREDITOS: ".
           03 LT-CRED         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LIN-MSG.
           03 LM-TEXTO        PIC X(100).
       01 LIN-BRANCO          PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SGB020 - INTERFACE CONTABIL DIARIA"
           CALL "LEREMP" USING DADOS-EMPRESA
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-HOJE
           COMPUTE W-INT-DATA = FUNCTION INTEGER-OF-DATE(W-HOJE)
           COMPUTE W-ONTEM =
               FUNCTION DATE-OF-INTEGER(W-INT-DATA - 1).
      *
      *****************************************
      * ULTIMO DIA EXPORTADO (CADCKP, ABERTO  *
      * E FECHADO A CADA ACESSO POR CAUSA DO  *
      * SGB008). SEM CONTROLE, EXPORTA ONTEM  *
      *****************************************
       LE-CONTROLE.
           PERFORM ABRE-CKP THRU ABRE-CKP-FIM
           MOVE "SGB020  " TO CKP-JOB
           READ CADCKP
               INVALID KEY
                   MOVE ZEROS TO W-ULT-DATA
               NOT INVALID KEY
                   MOVE CKP-ULT-CEP TO W-ULT-DATA.
           CLOSE CADCKP
           IF W-ULT-DATA = ZEROS
               MOVE W-ONTEM TO W-DIA
           ELSE
               COMPUTE W-INT-DATA = FUNCTION INTEGER-OF-DATE(W-ULT-DATA)
               COMPUTE W-DIA =
                   FUNCTION DATE-OF-INTEGER(W-INT-DATA + 1).
           IF W-DIA > W-ONTEM
               DISPLAY "SGB020 - NADA A EXPORTAR, ULTIMO DIA JA "
                       "EXPORTADO: " W-ULT-DATA
               GOBACK.
           MOVE W-DIA TO W-PRIMEIRO.
       ABRE-ARQUIVOS.
           OPEN INPUT CADPED
           IF ST-PED NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADPED " ST-PED
               STOP RUN.
           OPEN INPUT ITEPED
           IF ST-ITE NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ITEPED " ST-ITE
               STOP RUN.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADPRO " ST-ERRO
               STOP RUN.
           OPEN INPUT CADCTA
           IF ST-CTA NOT = "00"
               DISPLAY "SGB020 - MAPA DE CONTAS (CADCTA) AUSENTE - "
                       "CADASTRAR NO SGP031 " ST-CTA
               CLOSE CADPED ITEPED CADPRO
               MOVE 8 TO RETURN-CODE
               GOBACK.
      *
      * ARQUIVOS QUE PODEM AINDA NAO EXISTIR FICAM MARCADOS COM
      * "99" E O EVENTO CORRESPONDENTE SAI ZERADO
      *
           OPEN INPUT CADREC
           IF ST-REC NOT = "00"
               DISPLAY "SGB020 - CADREC AUSENTE - SEM RECEBIMENTOS"
               MOVE "99" TO ST-REC.
           OPEN INPUT CADRCB
           IF ST-RCB NOT = "00"
               DISPLAY "SGB020 - CADRCB AUSENTE - SEM ENTRADAS"
               MOVE "99" TO ST-RCB.
           OPEN INPUT CADDEV
           IF ST-DEV NOT = "00"
               DISPLAY "SGB020 - CADDEV AUSENTE - SEM DEVOLUCOES"
               MOVE "99" TO ST-DEV.
           CALL "SPLNOME" USING "SGB020  " W-NOME-REL
           OPEN OUTPUT RELCTB
           MOVE W-HOJE TO LC-DATA
           WRITE LINRELCTB FROM LIN-CAB1
           WRITE LINRELCTB FROM LIN-BRANCO.
       PROC-PRINCIPAL.
           PERFORM EXPORTA-DIA THRU EXPORTA-DIA-FIM
               UNTIL W-DIA > W-ONTEM OR W-ERRO = "S"
           CLOSE CADPED ITEPED CADPRO CADCTA RELCTB
           IF ST-REC NOT = "99"
               CLOSE CADREC.
           IF ST-RCB NOT = "99"
               CLOSE CADRCB.
           IF ST-DEV NOT = "99"
               CLOSE CADDEV.
           STRING "DE=" W-PRIMEIRO " ATE=" W-ONTEM
                  DELIMITED BY SIZE INTO W-PARAMS-SPL
           CALL "SPLREG" USING "SGB020  " W-NOME-REL W-PARAMS-SPL
           DISPLAY "SGB020 - DIAS EXPORTADOS.......: " W-QTDE-DIAS
           IF W-ERRO = "S"
               DISPLAY "SGB020 - EXPORTACAO INTERROMPIDA NO DIA "
                       W-DIA
               MOVE 8 TO RETURN-CODE.
           GOBACK.
      *
      *****************************************
      * UM DIA: APURA OS EVENTOS, RESOLVE AS  *
      * CONTAS, GRAVA O ARQUIVO E SO ENTAO    *
      * AVANCA O CONTROLE                     *
      *****************************************
       EXPORTA-DIA.
           MOVE "N" TO W-ERRO-DIA
           PERFORM ZERA-EVENTOS THRU ZERA-EVENTOS-FIM
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 24
           PERFORM APURA-VENDAS THRU APURA-VENDAS-FIM
           PERFORM APURA-DEVOLUCOES THRU APURA-DEVOLUCOES-FIM
           PERFORM APURA-RECEBIMENTOS THRU APURA-RECEBIMENTOS-FIM
           PERFORM APURA-ENTRADAS THRU APURA-ENTRADAS-FIM
           MOVE SPACES TO W-NOME-CTB
           STRING "CTB" W-DIA ".TXT"
                  DELIMITED BY SIZE INTO W-NOME-CTB
           MOVE W-DIA      TO LDI-DATA
           MOVE W-NOME-CTB TO LDI-ARQUIVO
           WRITE LINRELCTB FROM LIN-DIA
           PERFORM RESOLVE-CONTAS THRU RESOLVE-CONTAS-FIM
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 24
           IF W-ERRO-DIA = "S"
               MOVE "*** DIA NAO EXPORTADO - CADASTRAR O MAPA NO SGP031"
                   TO LM-TEXTO
               WRITE LINRELCTB FROM LIN-MSG
               MOVE "S" TO W-ERRO
               GO TO EXPORTA-DIA-FIM.
           WRITE LINRELCTB FROM LIN-CAB2
           PERFORM GRAVA-ARQUIVO THRU GRAVA-ARQUIVO-FIM
           MOVE W-QTDE-LCT TO LT-QTDE
           MOVE W-TOT-DEB  TO LT-DEB
           MOVE W-TOT-CRED TO LT-CRED
           WRITE LINRELCTB FROM LIN-TOT
           IF W-ERRO-DIA = "S" OR W-TOT-DEB NOT = W-TOT-CRED
               MOVE "*** ARQUIVO DO DIA NAO BALANCEADO - NAO EXPORTADO"
                   TO LM-TEXTO
               WRITE LINRELCTB FROM LIN-MSG
               MOVE "S" TO W-ERRO
               GO TO EXPORTA-DIA-FIM.
           PERFORM GRAVA-CONTROLE THRU GRAVA-CONTROLE-FIM
           IF W-ERRO = "S"
               GO TO EXPORTA-DIA-FIM.
           WRITE LINRELCTB FROM LIN-BRANCO
           ADD 1 TO W-QTDE-DIAS
           DISPLAY "SGB020 - " W-NOME-CTB " LANCAMENTOS: " W-QTDE-LCT
           COMPUTE W-INT-DATA = FUNCTION INTEGER-OF-DATE(W-DIA)
           COMPUTE W-DIA = FUNCTION DATE-OF-INTEGER(W-INT-DATA + 1).
       EXPORTA-DIA-FIM.
           EXIT.
      *
       ZERA-EVENTOS.
           MOVE ZEROS  TO TE-TIPO(W-IX) TE-VALOR(W-IX)
           MOVE SPACES TO TE-DEBITO(W-IX) TE-CREDITO(W-IX)
                          TE-HIST(W-IX)
           IF W-IX = 1
               MOVE "VEN" TO TE-EVENTO(W-IX).
           IF W-IX > 1 AND W-IX < 12
               MOVE "CMV" TO TE-EVENTO(W-IX)
               COMPUTE TE-TIPO(W-IX) = W-IX - 2.
           IF W-IX = 12
               MOVE "DEV" TO TE-EVENTO(W-IX).
           IF W-IX > 12 AND W-IX < 23
               MOVE "DCM" TO TE-EVENTO(W-IX)
               COMPUTE TE-TIPO(W-IX) = W-IX - 13.
           IF W-IX = 23
               MOVE "REC" TO TE-EVENTO(W-IX).
           IF W-IX = 24
               MOVE "ENT" TO TE-EVENTO(W-IX).
       ZERA-EVENTOS-FIM.
           EXIT.
      *
      *****************************************
      * VENDAS DO DIA: PEDIDOS EMITIDOS NA    *
      * DATA (E/S/T/V) E OS JA CANCELADOS QUE *
      * CHEGARAM A SER PEDIDO (VALIDADE ZERO, *
      * NAO ORCAMENTO) - O CANCELAMENTO VOLTA *
      * COMO DEVOLUCAO PELO CADDEV. O CUSTO   *
      * SAI POR TIPO DE PRODUTO               *
      *****************************************
       APURA-VENDAS.
           MOVE ZEROS TO PED-NUMERO
           START CADPED KEY IS NOT LESS THAN PED-NUMERO
               INVALID KEY GO TO APURA-VENDAS-FIM.
           MOVE "N" TO W-FIM
           PERFORM APURA-VENDAS1 THRU APURA-VENDAS1-FIM
               UNTIL W-FIM = "S".
       APURA-VENDAS-FIM.
           EXIT.
       APURA-VENDAS1.
           READ CADPED NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO APURA-VENDAS1-FIM.
           IF PED-DATA NOT = W-DIA
               GO TO APURA-VENDAS1-FIM.
           IF PED-SITUACAO = "C" AND PED-VALIDADE = ZEROS
               NEXT SENTENCE
           ELSE
               IF PED-SITUACAO NOT = "E" AND PED-SITUACAO NOT = "S"
                  AND PED-SITUACAO NOT = "T" AND PED-SITUACAO NOT = "V"
                   GO TO APURA-VENDAS1-FIM.
           MOVE PED-NUMERO TO ITE-NUMERO
           MOVE ZEROS      TO ITE-SEQ
           START ITEPED KEY IS NOT LESS THAN ITE-CHAVE
               INVALID KEY GO TO APURA-VENDAS1-FIM.
           MOVE "N" TO W-FIM-ITENS
           PERFORM APURA-ITENS THRU APURA-ITENS-FIM
               UNTIL W-FIM-ITENS = "S".
       APURA-VENDAS1-FIM.
           EXIT.
       APURA-ITENS.
           READ ITEPED NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ITENS
                   GO TO APURA-ITENS-FIM.
           IF ITE-NUMERO NOT = PED-NUMERO
               MOVE "S" TO W-FIM-ITENS
               GO TO APURA-ITENS-FIM.
           ADD ITE-TOTAL TO TE-VALOR(1)
           MOVE ITE-CODIGO TO W-CODIGO
           PERFORM TIPO-PRODUTO THRU TIPO-PRODUTO-FIM
           COMPUTE W-IX = 2 + W-TIPO
           COMPUTE TE-VALOR(W-IX) = TE-VALOR(W-IX) +
                   (ITE-QTDE * ITE-CUSTO).
       APURA-ITENS-FIM.
           EXIT.
      *
      *****************************************
      * DEVOLUCOES E CANCELAMENTOS DO DIA:    *
      * CADDEV JA VEM ORDENADO PELA DATA      *
      *****************************************
       APURA-DEVOLUCOES.
           IF ST-DEV = "99"
               GO TO APURA-DEVOLUCOES-FIM.
           MOVE W-DIA  TO DEV-DATA
           MOVE ZEROS  TO DEV-HORA DEV-NUMERO DEV-SEQ
           START CADDEV KEY IS NOT LESS THAN DEV-CHAVE
               INVALID KEY GO TO APURA-DEVOLUCOES-FIM.
           MOVE "N" TO W-FIM
           PERFORM APURA-DEVOLUCOES1 THRU APURA-DEVOLUCOES1-FIM
               UNTIL W-FIM = "S".
       APURA-DEVOLUCOES-FIM.
           EXIT.
       APURA-DEVOLUCOES1.
           READ CADDEV NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO APURA-DEVOLUCOES1-FIM.
           IF DEV-DATA NOT = W-DIA
               MOVE "S" TO W-FIM
               GO TO APURA-DEVOLUCOES1-FIM.
           ADD DEV-VALOR TO TE-VALOR(12)
           MOVE DEV-CODIGO TO W-CODIGO
           PERFORM TIPO-PRODUTO THRU TIPO-PRODUTO-FIM
           COMPUTE W-IX = 13 + W-TIPO
           ADD DEV-CUSTO TO TE-VALOR(W-IX).
       APURA-DEVOLUCOES1-FIM.
           EXIT.
      *
      *****************************************
      * BAIXAS DE PARCELA COM PAGAMENTO NO    *
      * DIA (SGP015, SGB016 E VENDA DE        *
      * BALCAO DO SGP029)                     *
      *****************************************
       APURA-RECEBIMENTOS.
           IF ST-REC = "99"
               GO TO APURA-RECEBIMENTOS-FIM.
           MOVE ZEROS TO REC-NUMERO REC-PARCELA
           START CADREC KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY GO TO APURA-RECEBIMENTOS-FIM.
           MOVE "N" TO W-FIM
           PERFORM APURA-RECEBIMENTOS1 THRU APURA-RECEBIMENTOS1-FIM
               UNTIL W-FIM = "S".
       APURA-RECEBIMENTOS-FIM.
           EXIT.
       APURA-RECEBIMENTOS1.
           READ CADREC NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO APURA-RECEBIMENTOS1-FIM.
           IF REC-SITUACAO = "P" AND REC-DT-PAGTO = W-DIA
               ADD REC-VLR-PAGO TO TE-VALOR(23).
       APURA-RECEBIMENTOS1-FIM.
           EXIT.
      *
      *****************************************
      * ENTRADAS DE MERCADORIA DO DIA         *
      * (SGP009): QTDE X CUSTO DA LINHA       *
      *****************************************
       APURA-ENTRADAS.
           IF ST-RCB = "99"
               GO TO APURA-ENTRADAS-FIM.
           MOVE ZEROS TO RCB-NUMERO RCB-SEQ
           START CADRCB KEY IS NOT LESS THAN RCB-CHAVE
               INVALID KEY GO TO APURA-ENTRADAS-FIM.
           MOVE "N" TO W-FIM
           PERFORM APURA-ENTRADAS1 THRU APURA-ENTRADAS1-FIM
               UNTIL W-FIM = "S".
       APURA-ENTRADAS-FIM.
           EXIT.
       APURA-ENTRADAS1.
           READ CADRCB NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO APURA-ENTRADAS1-FIM.
           IF RCB-DATA = W-DIA
               COMPUTE TE-VALOR(24) = TE-VALOR(24) +
                       (RCB-QTDE * RCB-CUSTO).
       APURA-ENTRADAS1-FIM.
           EXIT.
      *
      *****************************************
      * TIPO DO PRODUTO DE CODIGO W-CODIGO    *
      * (PRODUTO FORA DO CADPRO = TIPO ZERO)  *
      *****************************************
       TIPO-PRODUTO.
           MOVE W-CODIGO TO CODIGO
           READ CADPRO
               INVALID KEY
                   MOVE ZEROS   TO W-TIPO
               NOT INVALID KEY
                   MOVE TIPOPRD TO W-TIPO.
       TIPO-PRODUTO-FIM.
           EXIT.
      *
      *****************************************
      * CONTAS DE CADA EVENTO COM VALOR: MAPA *
      * DO TIPO OU, NA FALTA, O DO TIPO ZERO  *
      *****************************************
       RESOLVE-CONTAS.
           IF TE-VALOR(W-IX) = ZEROS
               GO TO RESOLVE-CONTAS-FIM.
           MOVE TE-EVENTO(W-IX) TO CTA-EVENTO
           MOVE TE-TIPO(W-IX)   TO CTA-TIPOPRD
           MOVE "S" TO W-ACHOU
           READ CADCTA
               INVALID KEY
                   MOVE "N" TO W-ACHOU.
           IF W-ACHOU = "N" AND TE-TIPO(W-IX) NOT = ZEROS
               MOVE "S"   TO W-ACHOU
               MOVE ZEROS TO CTA-TIPOPRD
               READ CADCTA
                   INVALID KEY
                       MOVE "N" TO W-ACHOU.
           IF W-ACHOU = "N"
               MOVE "S" TO W-ERRO-DIA
               MOVE TE-EVENTO(W-IX) TO LSM-EVENTO
               MOVE TE-TIPO(W-IX)   TO LSM-TIPO
               MOVE TE-VALOR(W-IX)  TO LSM-VALOR
               WRITE LINRELCTB FROM LIN-SEMMAPA
               GO TO RESOLVE-CONTAS-FIM.
           MOVE CTA-DEBITO    TO TE-DEBITO(W-IX)
           MOVE CTA-CREDITO   TO TE-CREDITO(W-IX)
           MOVE CTA-HISTORICO TO TE-HIST(W-IX).
       RESOLVE-CONTAS-FIM.
           EXIT.
      *
      *****************************************
      * ARQUIVO DO DIA: HEADER, UM PAR        *
      * DEBITO/CREDITO POR EVENTO COM VALOR E *
      * TRAILER COM OS TOTAIS DE CONTROLE     *
      *****************************************
       GRAVA-ARQUIVO.
           MOVE ZEROS TO W-SEQ W-LOTE W-QTDE-LCT W-TOT-DEB W-TOT-CRED
           OPEN OUTPUT ARQCTB
           IF ST-CTB NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO " W-NOME-CTB " " ST-CTB
               MOVE "S" TO W-ERRO-DIA
               GO TO GRAVA-ARQUIVO-FIM.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           ADD 1 TO W-SEQ
           MOVE W-SEQ           TO CH-SEQ
           MOVE EMP-CNPJ        TO CH-CNPJ
           MOVE W-DIA           TO CH-DATA-MOV
           MOVE W-DATAHORA(1:8) TO CH-DATA-GER
           MOVE W-DATAHORA(9:6) TO CH-HORA-GER
           WRITE LINCTB FROM CTB-HEADER
           PERFORM GRAVA-LANCAMENTO THRU GRAVA-LANCAMENTO-FIM
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 24
           ADD 1 TO W-SEQ
           MOVE W-SEQ      TO CT-SEQ
           MOVE W-QTDE-LCT TO CT-QTDE
           MOVE W-TOT-DEB  TO CT-TOT-DEB
           MOVE W-TOT-CRED TO CT-TOT-CRED
           WRITE LINCTB FROM CTB-TRAILER
           IF ST-CTB NOT = "00"
               CALL "LOGERRO" USING "SGB020  "
                    "GRAVA-ARQUIVO       " ST-CTB
               MOVE "S" TO W-ERRO-DIA.
           CLOSE ARQCTB.
       GRAVA-ARQUIVO-FIM.
           EXIT.
       GRAVA-LANCAMENTO.
           IF TE-VALOR(W-IX) = ZEROS
               GO TO GRAVA-LANCAMENTO-FIM.
           ADD 1 TO W-LOTE
           MOVE W-DIA           TO CD-DATA
           MOVE W-LOTE          TO CD-LOTE
           MOVE TE-EVENTO(W-IX) TO CD-EVENTO
           MOVE TE-TIPO(W-IX)   TO CD-TIPOPRD
           MOVE TE-VALOR(W-IX)  TO CD-VALOR
           MOVE TE-HIST(W-IX)   TO CD-HISTORICO
           ADD 1 TO W-SEQ
           MOVE W-SEQ             TO CD-SEQ
           MOVE TE-DEBITO(W-IX)   TO CD-CONTA
           MOVE "D"               TO CD-NATUREZA
           WRITE LINCTB FROM CTB-DETALHE
           IF ST-CTB NOT = "00"
               CALL "LOGERRO" USING "SGB020  "
                    "GRAVA-LANCAMENTO    " ST-CTB
               MOVE "S" TO W-ERRO-DIA
           ELSE
               ADD 1 TO W-QTDE-LCT
               ADD TE-VALOR(W-IX) TO W-TOT-DEB.
           ADD 1 TO W-SEQ
           MOVE W-SEQ             TO CD-SEQ
           MOVE TE-CREDITO(W-IX)  TO CD-CONTA
           MOVE "C"               TO CD-NATUREZA
           WRITE LINCTB FROM CTB-DETALHE
           IF ST-CTB NOT = "00"
               CALL "LOGERRO" USING "SGB020  "
                    "GRAVA-LANCAMENTO    " ST-CTB
               MOVE "S" TO W-ERRO-DIA
           ELSE
               ADD 1 TO W-QTDE-LCT
               ADD TE-VALOR(W-IX) TO W-TOT-CRED.
           MOVE TE-EVENTO(W-IX)  TO LD-EVENTO
           MOVE TE-TIPO(W-IX)    TO LD-TIPO
           MOVE TE-DEBITO(W-IX)  TO LD-DEBITO
           MOVE TE-CREDITO(W-IX) TO LD-CREDITO
           MOVE TE-VALOR(W-IX)   TO LD-VALOR
           MOVE TE-HIST(W-IX)    TO LD-HIST
           WRITE LINRELCTB FROM LIN-DET.
       GRAVA-LANCAMENTO-FIM.
           EXIT.
      *
      *****************************************
      * DIA EXPORTADO E BALANCEADO: AVANCA O  *
      * CONTROLE NO CADCKP                    *
      *****************************************
       GRAVA-CONTROLE.
           PERFORM ABRE-CKP THRU ABRE-CKP-FIM
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE "SGB020  "      TO CKP-JOB
           MOVE W-DIA           TO CKP-ULT-CEP
           MOVE W-QTDE-LCT      TO CKP-QTDE
           MOVE W-DATAHORA(1:8) TO CKP-DATA
           MOVE W-DATAHORA(9:8) TO CKP-HORA
           REWRITE REGCKP
               INVALID KEY
                   WRITE REGCKP.
           IF ST-CKP NOT = "00" AND ST-CKP NOT = "02"
               CALL "LOGERRO" USING "SGB020  "
                    "GRAVA-CONTROLE      " ST-CKP
               DISPLAY "ERRO NA GRAVACAO DO CADCKP " ST-CKP
               MOVE "S" TO W-ERRO.
           CLOSE CADCKP.
       GRAVA-CONTROLE-FIM.
           EXIT.
      *
       ABRE-CKP.
           OPEN I-O CADCKP
           IF ST-CKP NOT = "00"
               IF ST-CKP = "30" OR ST-CKP = "35"
                      OPEN OUTPUT CADCKP
                      CLOSE CADCKP
                      OPEN I-O CADCKP
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO CADCKP " ST-CKP
                      STOP RUN.
       ABRE-CKP-FIM.
           EXIT.
