       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB019.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * EXPURGO DE PEDIDOS ENCERRADOS:     *
      * MOVE PARA O HISTORICO (HISPED,     *
      * HISITE, HISREC) OS PEDIDOS EM      *
      * SITUACAO FINAL (T, V OU C) COM     *
      * DATA DE SITUACAO ANTERIOR AO CORTE *
      * DE N MESES, JUNTO COM SUAS         *
      * PARCELAS DO CADREC. FICAM NO       *
      * CADASTRO OS PEDIDOS COM PARCELA EM *
      * ABERTO (OU CANCELADA COM BAIXA     *
      * AINDA NAO ENVIADA AO BANCO) E OS   *
      * ENTREGUES/DEVOLVIDOS AINDA NO      *
      * PRAZO DE DEVOLUCAO (CADPARM        *
      * "PRAZODEV", PADRAO 90 DIAS).       *
      * PONTO DE CONTROLE NO CADCKP PARA   *
      * RETOMADA, COMO O SGL001, E DATA DE *
      * CORTE PARA OS RELATORIOS SGR009/   *
      * SGR010 LEREM O HISTORICO           *
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
           COPY SELREC.COB.
           COPY SELHPD.COB.
           COPY SELHIT.COB.
           COPY SELHRC.COB.
           COPY SELCKP.COB.
           COPY SELPARM.COB.
           SELECT RELEXP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDPED.COB.
           COPY FDITE.COB.
           COPY FDREC.COB.
           COPY FDHPD.COB.
           COPY FDHIT.COB.
           COPY FDHRC.COB.
           COPY FDCKP.COB.
           COPY FDPARM.COB.
       FD  RELEXP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-REL.
       01 LINRELEXP           PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-ITE       PIC X(02) VALUE "00".
       77 ST-REC       PIC X(02) VALUE "00".
       77 ST-HPD       PIC X(02) VALUE "00".
       77 ST-HIT       PIC X(02) VALUE "00".
       77 ST-HRC       PIC X(02) VALUE "00".
       77 ST-CKP       PIC X(02) VALUE "00".
       77 ST-PARM      PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-NOME-REL   PIC X(30) VALUE SPACES.
       77 W-PARAMS-SPL PIC X(30) VALUE SPACES.
       77 W-FIM        PIC X(01) VALUE "N".
       77 W-FIM-ITENS  PIC X(01) VALUE "N".
       77 W-FIM-PARC   PIC X(01) VALUE "N".
       77 W-RESTART    PIC X(01) VALUE "N".
       77 W-ABERTA     PIC X(01) VALUE "N".
       77 W-ERRO       PIC X(01) VALUE "N".
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-INT-HOJE   PIC 9(08) VALUE ZEROS.
       77 W-MESES      PIC 9(03) VALUE ZEROS.
       77 W-PRAZO-DEV  PIC 9(03) VALUE ZEROS.
       77 W-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-ANO        PIC 9(04) VALUE ZEROS.
       77 W-MES        PIC 9(02) VALUE ZEROS.
       77 W-DATA-CORTE PIC 9(08) VALUE ZEROS.
       77 W-DATA-REF   PIC 9(08) VALUE ZEROS.
       77 W-ULT-PED    PIC 9(05) VALUE ZEROS.
       77 W-PED-RETOMA PIC 9(05) VALUE ZEROS.
       77 W-INTERVALO  PIC 9(03) VALUE 50.
       77 W-DESDE-CKP  PIC 9(03) VALUE ZEROS.
       77 W-QTDE-LIDO  PIC 9(08) VALUE ZEROS.
       77 W-QTDE-HPD   PIC 9(08) VALUE ZEROS.
       77 W-QTDE-HIT   PIC 9(08) VALUE ZEROS.
       77 W-QTDE-HRC   PIC 9(08) VALUE ZEROS.
       77 W-QTDE-ATIVO PIC 9(08) VALUE ZEROS.
       77 W-QTDE-RECEN PIC 9(08) VALUE ZEROS.
       77 W-QTDE-DEVOL PIC 9(08) VALUE ZEROS.
       77 W-QTDE-ABERT PIC 9(08) VALUE ZEROS.
       77 W-QTDE-ERRO  PIC 9(08) VALUE ZEROS.
       77 W-QTDE-ANT   PIC 9(08) VALUE ZEROS.
      *
       01 LIN-CAB1.
           03 FILLER          PIC X(47)  VALUE
              "SGB019 - EXPURGO DE PEDIDOS ENCERRADOS - DATA:".
           03 LC-DATA         PIC 9999/99/99.
       01 LIN-CAB2.
           03 FILLER          PIC X(18)  VALUE "MESES MANTIDOS: ".
           03 LC-MESES        PIC ZZ9.
           03 FILLER          PIC X(18)  VALUE "   DATA DE CORTE: ".
           03 LC-CORTE        PIC 9999/99/99.
           03 FILLER          PIC X(21)  VALUE "   PRAZO DEVOLUCAO: ".
           03 LC-PRAZO        PIC ZZ9.
           03 FILLER          PIC X(05)  VALUE " DIAS".
       01 LIN-RESTART.
           03 FILLER          PIC X(30)  VALUE
              "*** RETOMADA APOS O PEDIDO ".
           03 LR-PEDIDO       PIC 9(05).
           03 FILLER          PIC X(45)  VALUE
              " - TOTAIS ABAIXO SAO DESTA EXECUCAO ***".
       01 LIN-TIT1            PIC X(100) VALUE
              "*** TOTAIS DE CONTROLE POR ARQUIVO ***".
       01 LIN-TIT2            PIC X(100) VALUE
              "*** PEDIDOS MANTIDOS NO CADASTRO ***".
       01 LIN-TOT.
           03 LT-DESCR        PIC X(40).
           03 LT-QTDE         PIC ZZ.ZZZ.ZZ9.
       01 LIN-BRANCO          PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SGB019 - EXPURGO DE PEDIDOS ENCERRADOS"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-HOJE
           COMPUTE W-INT-HOJE = FUNCTION INTEGER-OF-DATE(W-HOJE)
           DISPLAY "MESES A MANTER NO CADASTRO (MINIMO 6): "
           ACCEPT W-MESES
           IF W-MESES < 6
               DISPLAY "SGB019 - QUANTIDADE DE MESES INVALIDA: "
                       W-MESES
               STOP RUN.
      *
      * CORTE = PRIMEIRO DIA DO MES, N MESES ANTES DO MES ATUAL
      *
           MOVE W-HOJE(1:4) TO W-ANO
           MOVE W-HOJE(5:2) TO W-MES
           COMPUTE W-ANOMES = W-ANO * 12 + W-MES - 1 - W-MESES
           DIVIDE W-ANOMES BY 12 GIVING W-ANO REMAINDER W-MES
           ADD 1 TO W-MES
           COMPUTE W-DATA-CORTE = W-ANO * 10000 + W-MES * 100 + 1.
       ABRE-ARQUIVOS.
           OPEN I-O CADPED
           IF ST-PED NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADPED " ST-PED
               STOP RUN.
           OPEN I-O ITEPED
           IF ST-ITE NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ITEPED " ST-ITE
               STOP RUN.
           OPEN I-O CADREC
           IF ST-REC NOT = "00"
               IF ST-REC = "30" OR ST-REC = "35"
                      OPEN OUTPUT CADREC
                      CLOSE CADREC
                      OPEN I-O CADREC
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO CADREC " ST-REC
                      STOP RUN.
           OPEN I-O HISPED
           IF ST-HPD NOT = "00"
               IF ST-HPD = "30" OR ST-HPD = "35"
                      OPEN OUTPUT HISPED
                      CLOSE HISPED
                      OPEN I-O HISPED
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO HISPED " ST-HPD
                      STOP RUN.
           OPEN I-O HISITE
           IF ST-HIT NOT = "00"
               IF ST-HIT = "30" OR ST-HIT = "35"
                      OPEN OUTPUT HISITE
                      CLOSE HISITE
                      OPEN I-O HISITE
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO HISITE " ST-HIT
                      STOP RUN.
           OPEN I-O HISREC
           IF ST-HRC NOT = "00"
               IF ST-HRC = "30" OR ST-HRC = "35"
                      OPEN OUTPUT HISREC
                      CLOSE HISREC
                      OPEN I-O HISREC
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO HISREC " ST-HRC
                      STOP RUN.
           OPEN I-O CADCKP
           IF ST-CKP NOT = "00"
               IF ST-CKP = "30"
                      OPEN OUTPUT CADCKP
                      CLOSE CADCKP
                      OPEN I-O CADCKP
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO CADCKP " ST-CKP
                      STOP RUN.
      *
      * PRAZO EM QUE O SGP013 AINDA PODE RECEBER DEVOLUCAO DE UM
      * PEDIDO ENTREGUE (SEM O PARAMETRO VALEM 90 DIAS)
      *
       LE-PRAZO.
           MOVE 90 TO W-PRAZO-DEV
           OPEN INPUT CADPARM
           IF ST-PARM = "00"
               MOVE "PRAZODEV" TO PARM-CHAVE
               READ CADPARM
                   NOT INVALID KEY
                       IF PARM-CONTADOR NOT = ZEROS AND
                          PARM-CONTADOR < 1000
                           MOVE PARM-CONTADOR TO W-PRAZO-DEV
                       END-IF
               END-READ
               CLOSE CADPARM.
       LE-CHECKPOINT.
           MOVE "SGB019  " TO CKP-JOB
           READ CADCKP
               INVALID KEY
                   MOVE "N" TO W-RESTART
               NOT INVALID KEY
                   IF CKP-ULT-CEP NOT = ZEROS
                       MOVE "S"         TO W-RESTART
                       MOVE CKP-ULT-CEP TO W-ULT-PED W-PED-RETOMA
                       MOVE CKP-QTDE    TO W-QTDE-ANT
                       DISPLAY "SGB019 - RETOMANDO APOS O PEDIDO "
                               W-ULT-PED " (" CKP-QTDE
                               " PEDIDOS JA ARQUIVADOS )"
                   ELSE
                       MOVE "N" TO W-RESTART.
      *
      *****************************************
      * DATA DE CORTE PARA OS RELATORIOS:     *
      * GUARDA A MAIS RECENTE JA USADA        *
      *****************************************
       GRAVA-CORTE.
           MOVE "SGB019C " TO CKP-JOB
           READ CADCKP
               INVALID KEY
                   MOVE ZEROS TO CKP-ULT-CEP CKP-QTDE.
           IF W-DATA-CORTE > CKP-ULT-CEP
               MOVE "SGB019C "      TO CKP-JOB
               MOVE W-DATA-CORTE    TO CKP-ULT-CEP
               MOVE W-DATAHORA(1:8) TO CKP-DATA
               MOVE W-DATAHORA(9:8) TO CKP-HORA
               REWRITE REGCKP
                   INVALID KEY
                       WRITE REGCKP.
       POSICIONA.
           IF W-RESTART = "S"
               MOVE W-ULT-PED TO PED-NUMERO
               START CADPED KEY IS GREATER THAN PED-NUMERO
                   INVALID KEY
                       MOVE "S" TO W-FIM.
       PROC-PRINCIPAL.
           PERFORM VARRE-PEDIDOS THRU VARRE-PEDIDOS-FIM
               UNTIL W-FIM = "S"
           PERFORM GRAVA-CKPT-FINAL THRU GRAVA-CKPT-FINAL-FIM
           PERFORM IMPRIME-TOTAIS THRU IMPRIME-TOTAIS-FIM
           CLOSE CADPED ITEPED CADREC HISPED HISITE HISREC CADCKP
           DISPLAY "SGB019 - DATA DE CORTE.........: " W-DATA-CORTE
           DISPLAY "SGB019 - PEDIDOS LIDOS.........: " W-QTDE-LIDO
           DISPLAY "SGB019 - PEDIDOS ARQUIVADOS....: " W-QTDE-HPD
           DISPLAY "SGB019 - ITENS ARQUIVADOS......: " W-QTDE-HIT
           DISPLAY "SGB019 - PARCELAS ARQUIVADAS...: " W-QTDE-HRC
           DISPLAY "SGB019 - MANTIDOS C/ PARCELA...: " W-QTDE-ABERT
           DISPLAY "SGB019 - MANTIDOS NO PRAZO DEV.: " W-QTDE-DEVOL
           DISPLAY "SGB019 - ERROS DE GRAVACAO.....: " W-QTDE-ERRO
           GOBACK.
      *
       VARRE-PEDIDOS.
           READ CADPED NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO VARRE-PEDIDOS-FIM.
           ADD 1 TO W-QTDE-LIDO
           PERFORM AVALIA-PEDIDO THRU AVALIA-PEDIDO-FIM
           ADD 1 TO W-DESDE-CKP
           IF W-DESDE-CKP NOT < W-INTERVALO
               MOVE PED-NUMERO TO W-ULT-PED
               PERFORM GRAVA-CHECKPOINT THRU GRAVA-CHECKPOINT-FIM.
       VARRE-PEDIDOS-FIM.
           EXIT.
      *
      *****************************************
      * SO SAI DO CADASTRO O PEDIDO ENCERRADO *
      * ANTES DO CORTE, FORA DO PRAZO DE      *
      * DEVOLUCAO E SEM PARCELA PENDENTE      *
      *****************************************
       AVALIA-PEDIDO.
           IF PED-SITUACAO NOT = "T" AND PED-SITUACAO NOT = "V"
              AND PED-SITUACAO NOT = "C"
               ADD 1 TO W-QTDE-ATIVO
               GO TO AVALIA-PEDIDO-FIM.
           MOVE PED-DATA-SIT TO W-DATA-REF
           IF W-DATA-REF = ZEROS
               MOVE PED-DATA TO W-DATA-REF.
           IF W-DATA-REF NOT < W-DATA-CORTE
               ADD 1 TO W-QTDE-RECEN
               GO TO AVALIA-PEDIDO-FIM.
           IF PED-SITUACAO NOT = "C"
               IF FUNCTION INTEGER-OF-DATE(W-DATA-REF) + W-PRAZO-DEV
                  NOT < W-INT-HOJE
                   ADD 1 TO W-QTDE-DEVOL
                   GO TO AVALIA-PEDIDO-FIM.
           PERFORM VERIFICA-PARCELAS THRU VERIFICA-PARCELAS-FIM
           IF W-ABERTA = "S"
               ADD 1 TO W-QTDE-ABERT
               GO TO AVALIA-PEDIDO-FIM.
           MOVE "N" TO W-ERRO
           PERFORM ARQUIVA-ITENS THRU ARQUIVA-ITENS-FIM
           PERFORM ARQUIVA-PARCELAS THRU ARQUIVA-PARCELAS-FIM
           IF W-ERRO = "S"
               ADD 1 TO W-QTDE-ERRO
               GO TO AVALIA-PEDIDO-FIM.
           PERFORM ARQUIVA-PEDIDO THRU ARQUIVA-PEDIDO-FIM.
       AVALIA-PEDIDO-FIM.
           EXIT.
      *
      * PARCELA "A" OU CANCELADA COM BAIXA AINDA PENDENTE NO
      * BANCO (REC-REMESSA "S", SGB015) SEGURA O PEDIDO
      *
       VERIFICA-PARCELAS.
           MOVE "N" TO W-ABERTA
           MOVE PED-NUMERO TO REC-NUMERO
           MOVE ZEROS      TO REC-PARCELA
           START CADREC KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY GO TO VERIFICA-PARCELAS-FIM.
           MOVE "N" TO W-FIM-PARC
           PERFORM VERIFICA-PARCELAS1 THRU VERIFICA-PARCELAS1-FIM
               UNTIL W-FIM-PARC = "S".
       VERIFICA-PARCELAS-FIM.
           EXIT.
       VERIFICA-PARCELAS1.
           READ CADREC NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-PARC
                   GO TO VERIFICA-PARCELAS1-FIM.
           IF REC-NUMERO NOT = PED-NUMERO
               MOVE "S" TO W-FIM-PARC
               GO TO VERIFICA-PARCELAS1-FIM.
           IF REC-SITUACAO = "A" OR
              ((REC-SITUACAO = "C" OR REC-SITUACAO = "P")
                AND REC-REMESSA = "S")
               MOVE "S" TO W-ABERTA W-FIM-PARC.
       VERIFICA-PARCELAS1-FIM.
           EXIT.
      *
      *****************************************
      * GRAVA NO HISTORICO E EXCLUI DO        *
      * CADASTRO. REGISTRO JA EXISTENTE NO    *
      * HISTORICO (22) E DE UMA EXECUCAO      *
      * INTERROMPIDA E SO FALTA EXCLUIR       *
      *****************************************
       ARQUIVA-ITENS.
           MOVE PED-NUMERO TO ITE-NUMERO
           MOVE ZEROS      TO ITE-SEQ
           START ITEPED KEY IS NOT LESS THAN ITE-CHAVE
               INVALID KEY GO TO ARQUIVA-ITENS-FIM.
           MOVE "N" TO W-FIM-ITENS
           PERFORM ARQUIVA-ITENS1 THRU ARQUIVA-ITENS1-FIM
               UNTIL W-FIM-ITENS = "S".
       ARQUIVA-ITENS-FIM.
           EXIT.
       ARQUIVA-ITENS1.
           READ ITEPED NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ITENS
                   GO TO ARQUIVA-ITENS1-FIM.
           IF ITE-NUMERO NOT = PED-NUMERO
               MOVE "S" TO W-FIM-ITENS
               GO TO ARQUIVA-ITENS1-FIM.
           MOVE REGITE TO HIT-ITEM
           MOVE W-HOJE TO HIT-DT-ARQ
           WRITE REGHIT
           IF ST-HIT NOT = "00" AND ST-HIT NOT = "02"
              AND ST-HIT NOT = "22"
               DISPLAY "SGB019 - ERRO NA GRAVACAO DO HISITE " ST-HIT
               CALL "LOGERRO" USING "SGB019  "
                    "ARQUIVA-ITENS1      " ST-HIT
               MOVE "S" TO W-ERRO W-FIM-ITENS
               GO TO ARQUIVA-ITENS1-FIM.
           DELETE ITEPED RECORD
           IF ST-ITE NOT = "00"
               DISPLAY "SGB019 - ERRO NO EXPURGO DO ITEPED " ST-ITE
               CALL "LOGERRO" USING "SGB019  "
                    "ARQUIVA-ITENS1      " ST-ITE
               MOVE "S" TO W-ERRO W-FIM-ITENS
               GO TO ARQUIVA-ITENS1-FIM.
           ADD 1 TO W-QTDE-HIT.
       ARQUIVA-ITENS1-FIM.
           EXIT.
      *
       ARQUIVA-PARCELAS.
           IF W-ERRO = "S"
               GO TO ARQUIVA-PARCELAS-FIM.
           MOVE PED-NUMERO TO REC-NUMERO
           MOVE ZEROS      TO REC-PARCELA
           START CADREC KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY GO TO ARQUIVA-PARCELAS-FIM.
           MOVE "N" TO W-FIM-PARC
           PERFORM ARQUIVA-PARCELAS1 THRU ARQUIVA-PARCELAS1-FIM
               UNTIL W-FIM-PARC = "S".
       ARQUIVA-PARCELAS-FIM.
           EXIT.
       ARQUIVA-PARCELAS1.
           READ CADREC NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-PARC
                   GO TO ARQUIVA-PARCELAS1-FIM.
           IF REC-NUMERO NOT = PED-NUMERO
               MOVE "S" TO W-FIM-PARC
               GO TO ARQUIVA-PARCELAS1-FIM.
           MOVE REGREC TO HRC-PARCELA
           MOVE W-HOJE TO HRC-DT-ARQ
           WRITE REGHRC
           IF ST-HRC NOT = "00" AND ST-HRC NOT = "02"
              AND ST-HRC NOT = "22"
               DISPLAY "SGB019 - ERRO NA GRAVACAO DO HISREC " ST-HRC
               CALL "LOGERRO" USING "SGB019  "
                    "ARQUIVA-PARCELAS1   " ST-HRC
               MOVE "S" TO W-ERRO W-FIM-PARC
               GO TO ARQUIVA-PARCELAS1-FIM.
           DELETE CADREC RECORD
           IF ST-REC NOT = "00"
               DISPLAY "SGB019 - ERRO NO EXPURGO DO CADREC " ST-REC
               CALL "LOGERRO" USING "SGB019  "
                    "ARQUIVA-PARCELAS1   " ST-REC
               MOVE "S" TO W-ERRO W-FIM-PARC
               GO TO ARQUIVA-PARCELAS1-FIM.
           ADD 1 TO W-QTDE-HRC.
       ARQUIVA-PARCELAS1-FIM.
           EXIT.
      *
      * A CABECA SAI POR ULTIMO: PEDIDO AINDA NO CADPED E
      * REPROCESSADO POR INTEIRO NA RETOMADA
      *
       ARQUIVA-PEDIDO.
           MOVE REGPED TO HPD-PEDIDO
           MOVE W-HOJE TO HPD-DT-ARQ
           WRITE REGHPD
           IF ST-HPD NOT = "00" AND ST-HPD NOT = "02"
              AND ST-HPD NOT = "22"
               DISPLAY "SGB019 - ERRO NA GRAVACAO DO HISPED " ST-HPD
               CALL "LOGERRO" USING "SGB019  "
                    "ARQUIVA-PEDIDO      " ST-HPD
               ADD 1 TO W-QTDE-ERRO
               GO TO ARQUIVA-PEDIDO-FIM.
           DELETE CADPED RECORD
           IF ST-PED NOT = "00"
               DISPLAY "SGB019 - ERRO NO EXPURGO DO CADPED " ST-PED
               CALL "LOGERRO" USING "SGB019  "
                    "ARQUIVA-PEDIDO      " ST-PED
               ADD 1 TO W-QTDE-ERRO
               GO TO ARQUIVA-PEDIDO-FIM.
           ADD 1 TO W-QTDE-HPD.
       ARQUIVA-PEDIDO-FIM.
           EXIT.
      *
       GRAVA-CHECKPOINT.
           MOVE ZEROS TO W-DESDE-CKP
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE "SGB019  "      TO CKP-JOB
           MOVE W-ULT-PED       TO CKP-ULT-CEP
           COMPUTE CKP-QTDE = W-QTDE-ANT + W-QTDE-HPD
           MOVE W-DATAHORA(1:8) TO CKP-DATA
           MOVE W-DATAHORA(9:8) TO CKP-HORA
           REWRITE REGCKP
               INVALID KEY
                   WRITE REGCKP.
       GRAVA-CHECKPOINT-FIM.
           EXIT.
      *
       GRAVA-CKPT-FINAL.
           MOVE ZEROS TO W-ULT-PED
           PERFORM GRAVA-CHECKPOINT THRU GRAVA-CHECKPOINT-FIM.
       GRAVA-CKPT-FINAL-FIM.
           EXIT.
      *
      *****************************************
      * TOTAIS DE CONTROLE NO SPOOL           *
      *****************************************
       IMPRIME-TOTAIS.
           CALL "SPLNOME" USING "SGB019  " W-NOME-REL
           OPEN OUTPUT RELEXP
           IF ST-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RELATORIO " ST-REL
               GO TO IMPRIME-TOTAIS-FIM.
           MOVE W-HOJE       TO LC-DATA
           MOVE W-MESES      TO LC-MESES
           MOVE W-DATA-CORTE TO LC-CORTE
           MOVE W-PRAZO-DEV  TO LC-PRAZO
           WRITE LINRELEXP FROM LIN-CAB1
           WRITE LINRELEXP FROM LIN-CAB2
           IF W-RESTART = "S"
               WRITE LINRELEXP FROM LIN-BRANCO
               MOVE W-PED-RETOMA TO LR-PEDIDO
               WRITE LINRELEXP FROM LIN-RESTART.
           WRITE LINRELEXP FROM LIN-BRANCO
           WRITE LINRELEXP FROM LIN-TIT1
           MOVE "CADPED - PEDIDOS LIDOS................:" TO LT-DESCR
           MOVE W-QTDE-LIDO TO LT-QTDE
           WRITE LINRELEXP FROM LIN-TOT
           MOVE "CADPED -> HISPED - PEDIDOS ARQUIVADOS.:" TO LT-DESCR
           MOVE W-QTDE-HPD TO LT-QTDE
           WRITE LINRELEXP FROM LIN-TOT
           MOVE "ITEPED -> HISITE - ITENS ARQUIVADOS...:" TO LT-DESCR
           MOVE W-QTDE-HIT TO LT-QTDE
           WRITE LINRELEXP FROM LIN-TOT
           MOVE "CADREC -> HISREC - PARCELAS ARQUIVADAS:" TO LT-DESCR
           MOVE W-QTDE-HRC TO LT-QTDE
           WRITE LINRELEXP FROM LIN-TOT
           WRITE LINRELEXP FROM LIN-BRANCO
           WRITE LINRELEXP FROM LIN-TIT2
           MOVE "EM ANDAMENTO/ORCAMENTO................:" TO LT-DESCR
           MOVE W-QTDE-ATIVO TO LT-QTDE
           WRITE LINRELEXP FROM LIN-TOT
           MOVE "ENCERRADOS DEPOIS DO CORTE............:" TO LT-DESCR
           MOVE W-QTDE-RECEN TO LT-QTDE
           WRITE LINRELEXP FROM LIN-TOT
           MOVE "AINDA NO PRAZO DE DEVOLUCAO...........:" TO LT-DESCR
           MOVE W-QTDE-DEVOL TO LT-QTDE
           WRITE LINRELEXP FROM LIN-TOT
           MOVE "COM PARCELA EM ABERTO.................:" TO LT-DESCR
           MOVE W-QTDE-ABERT TO LT-QTDE
           WRITE LINRELEXP FROM LIN-TOT
           MOVE "ERRO DE GRAVACAO (VER LOGERRO)........:" TO LT-DESCR
           MOVE W-QTDE-ERRO TO LT-QTDE
           WRITE LINRELEXP FROM LIN-TOT
           CLOSE RELEXP
           MOVE SPACES TO W-PARAMS-SPL
           STRING "CORTE=" W-DATA-CORTE
                  DELIMITED BY SIZE INTO W-PARAMS-SPL
           CALL "SPLREG" USING "SGB019  " W-NOME-REL W-PARAMS-SPL.
       IMPRIME-TOTAIS-FIM.
           EXIT.
