       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB016.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * RETORNO DE COBRANCA BANCARIA NO    *
      * LEIAUTE CNAB 400: LE O ARQUIVO     *
      * DEVOLVIDO PELO BANCO E BAIXA NO    *
      * CADREC CADA TITULO LIQUIDADO       *
      * (OCORRENCIAS 06 E 08) COM A DATA E *
      * O VALOR PAGOS, COMO A BAIXA MANUAL *
      * DO SGP015 (OPERADOR = SGB016), E   *
      * MARCA REMESSA L (LIQUIDADO NO      *
      * BANCO - O SGB015 NAO PEDE BAIXA).  *
      * REJEITA E LISTA OS REGISTROS SEM   *
      * PARCELA CORRESPONDENTE, PARCELAS   *
      * QUE NAO ESTAO EM ABERTO E VALOR    *
      * PAGO DIFERENTE DO REC-VALOR; AS    *
      * DEMAIS OCORRENCIAS SO SAO LISTADAS *
      * NO FIM, CADA CLIENTE COM BAIXA E   *
      * PASSADO AO LIBCOB, QUE LIBERA O    *
      * BLOQUEIO DA REGUA DE COBRANCA      *
      * (SGB023) SE O ATRASO FOI QUITADO   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELREC.COB.
           SELECT ARQRET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RET.
           SELECT RELRET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDREC.COB.
       FD  ARQRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-RET.
       01 LINRET              PIC X(400).
       FD  RELRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-REL.
       01 LINRELRET           PIC X(120).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-REC       PIC X(02) VALUE "00".
       77 ST-RET       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-NOME-RET   PIC X(30) VALUE SPACES.
       77 W-NOME-REL   PIC X(30) VALUE SPACES.
       77 W-PARAMS-SPL PIC X(30) VALUE SPACES.
       77 W-FIM        PIC X(01) VALUE "N".
       77 W-MOTIVO     PIC X(40) VALUE SPACES.
       77 W-DT-PAGTO   PIC 9(08) VALUE ZEROS.
       77 W-QTDE-LIDOS PIC 9(06) VALUE ZEROS.
       77 W-QTDE-BXA   PIC 9(06) VALUE ZEROS.
       77 W-QTDE-REJ   PIC 9(06) VALUE ZEROS.
       77 W-QTDE-IGN   PIC 9(06) VALUE ZEROS.
       77 W-VLR-BXA    PIC 9(11)V99 VALUE ZEROS.
       77 W-VLR-REJ    PIC 9(11)V99 VALUE ZEROS.
       77 W-IX         PIC 9(03) VALUE ZEROS COMP.
       77 W-QTDE-CLI   PIC 9(03) VALUE ZEROS COMP.
       77 W-CLI-EXCESSO PIC 9(06) VALUE ZEROS.
       77 W-QTDE-LIB   PIC 9(06) VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-LIBEROU    PIC X(01) VALUE "N".
      *
      * CLIENTES COM PARCELA BAIXADA NESTE RETORNO
      *
       01 W-CLIENTES.
           03 W-CLI-TAB       PIC 9(05) OCCURS 999 TIMES.
       01 W-DATA-AMD.
           03 W-AMD-SEC        PIC 9(02).
           03 W-AMD-AA         PIC 9(02).
           03 W-AMD-MM         PIC 9(02).
           03 W-AMD-DD         PIC 9(02).
      *
      * REGISTRO HEADER DO RETORNO (TIPO 0)
      *
       01 RET-HEADER.
           03 RH-TIPO          PIC X(01).
           03 RH-OPERACAO      PIC X(01).
           03 RH-LIT-RETORNO   PIC X(07).
           03 FILLER           PIC X(391).
      *
      * REGISTRO DE DETALHE DO RETORNO (TIPO 1) - SO OS CAMPOS
      * USADOS NA BAIXA ESTAO NOMEADOS
      *
       01 RET-DETALHE.
           03 RD-TIPO          PIC X(01).
           03 FILLER           PIC X(36).
           03 RD-USO-EMPRESA.
               05 RD-NUMERO    PIC 9(05).
               05 RD-PARCELA   PIC 9(02).
               05 FILLER       PIC X(18).
           03 RD-NOSSO-NUMERO  PIC X(08).
           03 FILLER           PIC X(38).
           03 RD-OCORRENCIA    PIC X(02).
           03 RD-DATA-OCORR.
               05 RD-OCORR-DD  PIC 9(02).
               05 RD-OCORR-MM  PIC 9(02).
               05 RD-OCORR-AA  PIC 9(02).
           03 RD-DATA-OCORR-9 REDEFINES RD-DATA-OCORR
                               PIC 9(06).
           03 RD-SEU-NUMERO    PIC X(10).
           03 FILLER           PIC X(20).
           03 RD-VENCTO        PIC 9(06).
           03 RD-VALOR         PIC 9(11)V99.
           03 FILLER           PIC X(88).
           03 RD-VLR-PAGO      PIC 9(11)V99.
           03 FILLER           PIC X(29).
           03 RD-DATA-CREDITO  PIC 9(06).
           03 FILLER           PIC X(93).
           03 RD-SEQ           PIC 9(06).
           COPY WSUSU.COB.
      *
       01 LIN-CAB1.
           03 FILLER          PIC X(40)  VALUE
              "RETORNO DE COBRANCA BANCARIA - ARQUIVO: ".
           03 LC-ARQUIVO      PIC X(30).
       01 LIN-CAB2.
           03 FILLER          PIC X(120) VALUE
      -       "SEQ.   PEDIDO-PC OCORR DT.OCORR       VALOR TITULO
      -       "      VALOR PAGO  RESULTADO".
       01 LIN-DET.
           03 LD-SEQ          PIC ZZZZZ9.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-NUMERO       PIC 9(05).
           03 FILLER          PIC X(01)  VALUE "-".
           03 LD-PARCELA      PIC 9(02).
           03 FILLER          PIC X(03)  VALUE SPACES.
           03 LD-OCORRENCIA   PIC X(02).
           03 FILLER          PIC X(03)  VALUE SPACES.
           03 LD-DATA         PIC 99/99/99.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-VLR-PAGO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-RESULTADO    PIC X(40).
       01 LIN-TOT1.
           03 FILLER          PIC X(32)  VALUE
              "REGISTROS DE DETALHE LIDOS....:".
           03 LT-LIDOS        PIC ZZZZZ9.
       01 LIN-TOT2.
           03 FILLER          PIC X(32)  VALUE
              "PARCELAS BAIXADAS.............:".
           03 LT-BXA          PIC ZZZZZ9.
           03 FILLER          PIC X(10)  VALUE "  VALOR:".
           03 LT-VLR-BXA      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LIN-TOT3.
           03 FILLER          PIC X(32)  VALUE
              "REGISTROS REJEITADOS..........:".
           03 LT-REJ          PIC ZZZZZ9.
           03 FILLER          PIC X(10)  VALUE "  VALOR:".
           03 LT-VLR-REJ      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LIN-TOT4.
           03 FILLER          PIC X(32)  VALUE
              "OUTRAS OCORRENCIAS (SO LISTA).:".
           03 LT-IGN          PIC ZZZZZ9.
       01 LIN-TOT5.
           03 FILLER          PIC X(32)  VALUE
              "CLIENTES DESBLOQUEADOS........:".
           03 LT-LIB          PIC ZZZZZ9.
       01 LIN-LIB.
           03 FILLER          PIC X(08)  VALUE "CLIENTE ".
           03 LL-CLIENTE      PIC 9(05).
           03 FILLER          PIC X(40)  VALUE
              " DESBLOQUEADO - ATRASO QUITADO".
       01 LIN-EXCESSO.
           03 FILLER          PIC X(08)  VALUE "ATENCAO:".
           03 LX-QTDE         PIC ZZZZZ9.
           03 FILLER          PIC X(60)  VALUE
              " BAIXA(S) FORA DA TABELA - CONFERIR BLOQUEIOS".
       01 LIN-BRANCO          PIC X(120) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SGB016 - RETORNO DE COBRANCA CNAB 400"
           DISPLAY "NOME DO ARQUIVO DE RETORNO: "
           ACCEPT W-NOME-RET
           IF W-NOME-RET = SPACES
               DISPLAY "SGB016 - ARQUIVO DE RETORNO NAO INFORMADO"
               STOP RUN.
       ABRE-ARQUIVOS.
           OPEN INPUT ARQRET
           IF ST-RET NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO " W-NOME-RET " " ST-RET
               STOP RUN.
           READ ARQRET INTO RET-HEADER
               AT END
                   MOVE SPACES TO RET-HEADER.
           IF RH-TIPO NOT = "0" OR RH-OPERACAO NOT = "2"
              OR RH-LIT-RETORNO NOT = "RETORNO"
               DISPLAY "SGB016 - " W-NOME-RET
                       " NAO E UM ARQUIVO DE RETORNO CNAB 400"
               CLOSE ARQRET
               STOP RUN.
           OPEN I-O CADREC
           IF ST-REC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADREC " ST-REC
               STOP RUN.
           MOVE "SGB016  " TO OPER-CODIGO
           CALL "SPLNOME" USING "SGB016  " W-NOME-REL
           OPEN OUTPUT RELRET
           MOVE W-NOME-RET TO LC-ARQUIVO
           WRITE LINRELRET FROM LIN-CAB1
           WRITE LINRELRET FROM LIN-CAB2.
       PROC-PRINCIPAL.
           PERFORM LE-RETORNO THRU LE-RETORNO-FIM
               UNTIL W-FIM = "S"
           MOVE W-QTDE-LIDOS TO LT-LIDOS
           MOVE W-QTDE-BXA   TO LT-BXA
           MOVE W-VLR-BXA    TO LT-VLR-BXA
           MOVE W-QTDE-REJ   TO LT-REJ
           MOVE W-VLR-REJ    TO LT-VLR-REJ
           MOVE W-QTDE-IGN   TO LT-IGN
           WRITE LINRELRET FROM LIN-BRANCO
           WRITE LINRELRET FROM LIN-TOT1
           WRITE LINRELRET FROM LIN-TOT2
           WRITE LINRELRET FROM LIN-TOT3
           WRITE LINRELRET FROM LIN-TOT4
           CLOSE ARQRET CADREC
           WRITE LINRELRET FROM LIN-BRANCO
           PERFORM LIBERA-CLIENTE THRU LIBERA-CLIENTE-FIM
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QTDE-CLI
           IF W-CLI-EXCESSO > ZEROS
               MOVE W-CLI-EXCESSO TO LX-QTDE
               WRITE LINRELRET FROM LIN-EXCESSO.
           MOVE W-QTDE-LIB   TO LT-LIB
           WRITE LINRELRET FROM LIN-TOT5
           CLOSE RELRET
           MOVE W-NOME-RET TO W-PARAMS-SPL
           CALL "SPLREG" USING "SGB016  " W-NOME-REL W-PARAMS-SPL
           DISPLAY "SGB016 - DETALHES LIDOS.........: " W-QTDE-LIDOS
           DISPLAY "SGB016 - PARCELAS BAIXADAS......: " W-QTDE-BXA
           DISPLAY "SGB016 - VALOR BAIXADO..........: " W-VLR-BXA
           DISPLAY "SGB016 - REGISTROS REJEITADOS...: " W-QTDE-REJ
           DISPLAY "SGB016 - OUTRAS OCORRENCIAS.....: " W-QTDE-IGN
           DISPLAY "SGB016 - CLIENTES DESBLOQUEADOS.: " W-QTDE-LIB
           GOBACK.
      *
      *****************************************
      * LE O RETORNO: SO O DETALHE (TIPO 1)   *
      * E TRATADO; O TRAILER E IGNORADO       *
      *****************************************
       LE-RETORNO.
           READ ARQRET INTO RET-DETALHE
               AT END
                   MOVE "S" TO W-FIM
                   GO TO LE-RETORNO-FIM.
           IF RD-TIPO NOT = "1"
               GO TO LE-RETORNO-FIM.
           ADD 1 TO W-QTDE-LIDOS
           MOVE RD-SEQ        TO LD-SEQ
           MOVE RD-NUMERO     TO LD-NUMERO
           MOVE RD-PARCELA    TO LD-PARCELA
           MOVE RD-OCORRENCIA TO LD-OCORRENCIA
           MOVE RD-DATA-OCORR-9 TO LD-DATA
           MOVE RD-VALOR      TO LD-VALOR
           MOVE RD-VLR-PAGO   TO LD-VLR-PAGO
           IF RD-OCORRENCIA NOT = "06" AND RD-OCORRENCIA NOT = "08"
               ADD 1 TO W-QTDE-IGN
               MOVE "OCORRENCIA SEM BAIXA - SO LISTADA" TO LD-RESULTADO
               WRITE LINRELRET FROM LIN-DET
               GO TO LE-RETORNO-FIM.
           PERFORM BAIXA-PARCELA THRU BAIXA-PARCELA-FIM.
       LE-RETORNO-FIM.
           EXIT.
      *
      *****************************************
      * LIQUIDACAO: CONFERE A PARCELA E O     *
      * VALOR E BAIXA COMO NO SGP015          *
      *****************************************
       BAIXA-PARCELA.
           MOVE SPACES TO W-MOTIVO
           IF RD-USO-EMPRESA(1:7) NOT NUMERIC
               MOVE "REJEITADO - CONTROLE DA EMPRESA INVALIDO"
                                         TO W-MOTIVO
               GO TO BAIXA-PARCELA-REJ.
           MOVE RD-NUMERO  TO REC-NUMERO
           MOVE RD-PARCELA TO REC-PARCELA
           READ CADREC
               INVALID KEY
                   MOVE "REJEITADO - PARCELA NAO ENCONTRADA"
                                         TO W-MOTIVO
                   GO TO BAIXA-PARCELA-REJ.
           IF REC-SITUACAO NOT = "A"
               MOVE SPACES TO W-MOTIVO
               STRING "REJEITADO - PARCELA NAO EM ABERTO ("
                      REC-SITUACAO ")"
                      DELIMITED BY SIZE INTO W-MOTIVO
               GO TO BAIXA-PARCELA-REJ.
           IF RD-VLR-PAGO NOT = REC-VALOR
               MOVE "REJEITADO - VALOR PAGO DIFERENTE DO TITULO"
                                         TO W-MOTIVO
               GO TO BAIXA-PARCELA-REJ.
           MOVE 20          TO W-AMD-SEC
           MOVE RD-OCORR-AA TO W-AMD-AA
           MOVE RD-OCORR-MM TO W-AMD-MM
           MOVE RD-OCORR-DD TO W-AMD-DD
           MOVE W-DATA-AMD  TO W-DT-PAGTO
           MOVE "P"          TO REC-SITUACAO
           MOVE "PAGO"       TO REC-DESCSITU
           MOVE W-DT-PAGTO   TO REC-DT-PAGTO
           MOVE RD-VLR-PAGO  TO REC-VLR-PAGO
           MOVE "SGB016  "   TO REC-OPERADOR
           MOVE "L"          TO REC-REMESSA
           REWRITE REGREC
           IF ST-REC NOT = "00" AND ST-REC NOT = "02"
               CALL "LOGERRO" USING "SGB016  "
                    "BAIXA-PARCELA       " ST-REC
               MOVE SPACES TO W-MOTIVO
               STRING "REJEITADO - ERRO NA GRAVACAO DO CADREC "
                      ST-REC
                      DELIMITED BY SIZE INTO W-MOTIVO
               GO TO BAIXA-PARCELA-REJ.
           ADD 1 TO W-QTDE-BXA
           ADD RD-VLR-PAGO TO W-VLR-BXA
           MOVE "BAIXADA" TO LD-RESULTADO
           WRITE LINRELRET FROM LIN-DET
           PERFORM GUARDA-CLIENTE THRU GUARDA-CLIENTE-FIM
           GO TO BAIXA-PARCELA-FIM.
       BAIXA-PARCELA-REJ.
           ADD 1 TO W-QTDE-REJ
           ADD RD-VLR-PAGO TO W-VLR-REJ
           MOVE W-MOTIVO TO LD-RESULTADO
           WRITE LINRELRET FROM LIN-DET.
       BAIXA-PARCELA-FIM.
           EXIT.
      *
      *****************************************
      * GUARDA O CLIENTE DA PARCELA BAIXADA   *
      * (UMA VEZ SO) PARA A LIBERACAO FINAL   *
      *****************************************
       GUARDA-CLIENTE.
           MOVE "N" TO W-ACHOU
           PERFORM PROCURA-CLIENTE THRU PROCURA-CLIENTE-FIM
               VARYING W-IX FROM 1 BY 1
                 UNTIL W-IX > W-QTDE-CLI OR W-ACHOU = "S"
           IF W-ACHOU = "S"
               GO TO GUARDA-CLIENTE-FIM.
           IF W-QTDE-CLI NOT < 999
               ADD 1 TO W-CLI-EXCESSO
               GO TO GUARDA-CLIENTE-FIM.
           ADD 1 TO W-QTDE-CLI
           MOVE REC-CLIENTE TO W-CLI-TAB(W-QTDE-CLI).
       GUARDA-CLIENTE-FIM.
           EXIT.
      *
       PROCURA-CLIENTE.
           IF W-CLI-TAB(W-IX) = REC-CLIENTE
               MOVE "S" TO W-ACHOU.
       PROCURA-CLIENTE-FIM.
           EXIT.
      *
      *****************************************
      * LIBERACAO DO BLOQUEIO DA COBRANCA     *
      * (LIBCOB ABRE CADREC E CADCLI - SO     *
      * DEPOIS DE FECHADO O CADREC)           *
      *****************************************
       LIBERA-CLIENTE.
           MOVE "N" TO W-LIBEROU
           CALL "LIBCOB" USING W-CLI-TAB(W-IX) W-LIBEROU
           IF W-LIBEROU = "S"
               ADD 1 TO W-QTDE-LIB
               MOVE W-CLI-TAB(W-IX) TO LL-CLIENTE
               WRITE LINRELRET FROM LIN-LIB.
       LIBERA-CLIENTE-FIM.
           EXIT.
