       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB015.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * REMESSA DE COBRANCA BANCARIA NO    *
      * LEIAUTE CNAB 400: GERA UM TITULO   *
      * (OCORRENCIA 01) PARA CADA PARCELA  *
      * EM ABERTO DO CADREC AINDA NAO      *
      * ENVIADA AO BANCO, COM OS DADOS DO  *
      * SACADO DO CADCLI, E UM PEDIDO DE   *
      * BAIXA (OCORRENCIA 02) PARA CADA    *
      * PARCELA JA ENVIADA E DEPOIS        *
      * CANCELADA NO SGP013 OU PAGA NO     *
      * CAIXA (BAIXA MANUAL DO SGP015 -    *
      * A LIQUIDADA PELO BANCO VEM DO      *
      * SGB016 COM REMESSA L). MARCA AS    *
      * PARCELAS COMO ENVIADAS (REMESSA S, *
      * BAIXA B) COM A DATA DA REMESSA.    *
      * PARCELAS JA VENCIDAS NAO SAO       *
      * ENVIADAS. NUMERO SEQUENCIAL DA     *
      * REMESSA NO CONTADOR "REMESSA" DO   *
      * CADPARM; ARQUIVO CNAB<SEQ>.REM     *
      * PARCELA QUE NAO PODE SER MARCADA   *
      * NAO VAI NO ARQUIVO (SERIA ENVIADA  *
      * DE NOVO NA PROXIMA REMESSA) E O    *
      * PROGRAMA TERMINA COM RETURN-CODE 8 *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELREC.COB.
           COPY SELCLI.COB.
           COPY SELPARM.COB.
           SELECT ARQREM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REM.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDREC.COB.
           COPY FDCLI.COB.
           COPY FDPARM.COB.
       FD  ARQREM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-REM.
       01 LINREM              PIC X(400).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-REC       PIC X(02) VALUE "00".
       77 ST-CLI       PIC X(02) VALUE "00".
       77 ST-PARM      PIC X(02) VALUE "00".
       77 ST-REM       PIC X(02) VALUE "00".
       77 W-FIM        PIC X(01) VALUE "N".
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-NUM-REM    PIC 9(05) VALUE ZEROS.
       77 W-NOME-REM   PIC X(30) VALUE SPACES.
       77 W-SEQ        PIC 9(06) VALUE ZEROS.
       77 W-QTDE-TIT   PIC 9(06) VALUE ZEROS.
       77 W-QTDE-BXA   PIC 9(06) VALUE ZEROS.
       77 W-QTDE-VENC  PIC 9(06) VALUE ZEROS.
       77 W-QTDE-ERRO  PIC 9(06) VALUE ZEROS.
       77 W-ERRO-REC   PIC X(01) VALUE "N".
       77 W-VLR-TOTAL  PIC 9(11)V99 VALUE ZEROS.
       01 W-DATA-AMD.
           03 W-AMD-AAAA.
               05 FILLER       PIC 9(02).
               05 W-AMD-AA     PIC 9(02).
           03 W-AMD-MM         PIC 9(02).
           03 W-AMD-DD         PIC 9(02).
       01 W-DATA-DMA.
           03 W-DMA-DD         PIC 9(02).
           03 W-DMA-MM         PIC 9(02).
           03 W-DMA-AA         PIC 9(02).
       01 W-DOC-SACADO.
           03 W-DOC-X          PIC X(14).
           03 W-DOC-9 REDEFINES W-DOC-X
                               PIC 9(14).
       01 W-CONTROLE.
           03 W-CTL-NUMERO     PIC 9(05).
           03 W-CTL-PARCELA    PIC 9(02).
           03 FILLER           PIC X(18) VALUE SPACES.
       01 W-SEU-NUMERO.
           03 W-SEU-NUM        PIC 9(05).
           03 FILLER           PIC X(01) VALUE "-".
           03 W-SEU-PAR        PIC 9(02).
           03 FILLER           PIC X(02) VALUE SPACES.
           COPY WSEMP.COB.
      *
      * REGISTRO HEADER DO ARQUIVO (TIPO 0)
      *
       01 REM-HEADER.
           03 RH-TIPO          PIC X(01) VALUE "0".
           03 RH-OPERACAO      PIC X(01) VALUE "1".
           03 RH-LIT-REMESSA   PIC X(07) VALUE "REMESSA".
           03 RH-COD-SERVICO   PIC X(02) VALUE "01".
           03 RH-LIT-SERVICO   PIC X(15) VALUE "COBRANCA".
           03 RH-AGENCIA       PIC 9(04).
           03 FILLER           PIC X(02) VALUE "00".
           03 RH-CONTA         PIC 9(05).
           03 RH-DAC           PIC 9(01).
           03 FILLER           PIC X(08) VALUE SPACES.
           03 RH-EMPRESA       PIC X(30).
           03 RH-BANCO         PIC 9(03).
           03 RH-NOME-BANCO    PIC X(15).
           03 RH-DATA          PIC 9(06).
           03 FILLER           PIC X(294) VALUE SPACES.
           03 RH-SEQ           PIC 9(06).
      *
      * REGISTRO DE DETALHE - UM POR TITULO (TIPO 1)
      *
       01 REM-DETALHE.
           03 RD-TIPO          PIC X(01) VALUE "1".
           03 RD-TIPO-INSC     PIC 9(02) VALUE 02.
           03 RD-CNPJ          PIC 9(14).
           03 RD-AGENCIA       PIC 9(04).
           03 FILLER           PIC X(02) VALUE "00".
           03 RD-CONTA         PIC 9(05).
           03 RD-DAC           PIC 9(01).
           03 FILLER           PIC X(04) VALUE SPACES.
           03 RD-INSTRUCAO     PIC X(04) VALUE "0000".
           03 RD-USO-EMPRESA   PIC X(25).
           03 RD-NOSSO-NUMERO  PIC 9(08).
           03 RD-QTDE-MOEDA    PIC 9(13) VALUE ZEROS.
           03 RD-CARTEIRA      PIC 9(03).
           03 FILLER           PIC X(21) VALUE SPACES.
           03 RD-COD-CARTEIRA  PIC X(01) VALUE "I".
           03 RD-OCORRENCIA    PIC X(02).
           03 RD-SEU-NUMERO    PIC X(10).
           03 RD-VENCTO        PIC 9(06).
           03 RD-VALOR         PIC 9(11)V99.
           03 RD-BANCO         PIC 9(03).
           03 RD-AG-COBRADORA  PIC 9(05) VALUE ZEROS.
           03 RD-ESPECIE       PIC X(02) VALUE "01".
           03 RD-ACEITE        PIC X(01) VALUE "N".
           03 RD-EMISSAO       PIC 9(06).
           03 RD-INSTRUCAO1    PIC X(02) VALUE "00".
           03 RD-INSTRUCAO2    PIC X(02) VALUE "00".
           03 RD-JUROS-DIA     PIC 9(11)V99 VALUE ZEROS.
           03 RD-DATA-DESC     PIC 9(06) VALUE ZEROS.
           03 RD-VLR-DESC      PIC 9(11)V99 VALUE ZEROS.
           03 RD-VLR-IOF       PIC 9(11)V99 VALUE ZEROS.
           03 RD-ABATIMENTO    PIC 9(11)V99 VALUE ZEROS.
           03 RD-SAC-TIPO      PIC 9(02).
           03 RD-SAC-INSC      PIC 9(14).
           03 RD-SAC-NOME      PIC X(30).
           03 FILLER           PIC X(10) VALUE SPACES.
           03 RD-SAC-LOGRAD    PIC X(40).
           03 RD-SAC-BAIRRO    PIC X(12).
           03 RD-SAC-CEP       PIC 9(08).
           03 RD-SAC-CIDADE    PIC X(15).
           03 RD-SAC-UF        PIC X(02).
           03 RD-SACADOR       PIC X(30) VALUE SPACES.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 RD-DATA-MORA     PIC 9(06) VALUE ZEROS.
           03 RD-PRAZO         PIC 9(02) VALUE ZEROS.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 RD-SEQ           PIC 9(06).
      *
      * REGISTRO TRAILER DO ARQUIVO (TIPO 9)
      *
       01 REM-TRAILER.
           03 RT-TIPO          PIC X(01) VALUE "9".
           03 FILLER           PIC X(393) VALUE SPACES.
           03 RT-SEQ           PIC 9(06).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SGB015 - REMESSA DE COBRANCA CNAB 400"
           CALL "LEREMP" USING DADOS-EMPRESA
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-HOJE.
       ABRE-ARQUIVOS.
           OPEN I-O CADREC
           IF ST-REC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADREC " ST-REC
               STOP RUN.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADCLI " ST-CLI
               STOP RUN.
           PERFORM GERA-NUMERO THRU GERA-NUMERO-FIM
           MOVE SPACES TO W-NOME-REM
           STRING "CNAB" W-NUM-REM ".REM"
                  DELIMITED BY SIZE INTO W-NOME-REM
           OPEN OUTPUT ARQREM
           IF ST-REM NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO " W-NOME-REM " " ST-REM
               STOP RUN.
           MOVE W-HOJE TO W-DATA-AMD
           PERFORM CONVERTE-DATA THRU CONVERTE-DATA-FIM
           MOVE EMP-AGENCIA    TO RH-AGENCIA
           MOVE EMP-CONTA      TO RH-CONTA
           MOVE EMP-DAC        TO RH-DAC
           MOVE EMP-RAZAO      TO RH-EMPRESA
           MOVE EMP-BANCO      TO RH-BANCO
           MOVE EMP-NOME-BANCO TO RH-NOME-BANCO
           MOVE W-DATA-DMA     TO RH-DATA
           ADD 1 TO W-SEQ
           MOVE W-SEQ          TO RH-SEQ
           WRITE LINREM FROM REM-HEADER.
       PROC-PRINCIPAL.
           PERFORM VARRE-PARCELAS THRU VARRE-PARCELAS-FIM
               UNTIL W-FIM = "S"
           ADD 1 TO W-SEQ
           MOVE W-SEQ TO RT-SEQ
           WRITE LINREM FROM REM-TRAILER
           CLOSE CADREC CADCLI ARQREM
           DISPLAY "SGB015 - ARQUIVO DE REMESSA.....: " W-NOME-REM
           DISPLAY "SGB015 - TITULOS ENVIADOS.......: " W-QTDE-TIT
           DISPLAY "SGB015 - VALOR DOS TITULOS......: " W-VLR-TOTAL
           DISPLAY "SGB015 - PEDIDOS DE BAIXA.......: " W-QTDE-BXA
           DISPLAY "SGB015 - VENCIDAS NAO ENVIADAS..: " W-QTDE-VENC
           DISPLAY "SGB015 - ERROS DE GRAVACAO......: " W-QTDE-ERRO
           IF W-QTDE-ERRO NOT = ZEROS
               MOVE 8 TO RETURN-CODE.
           GOBACK.
      *
      *****************************************
      * NUMERO DA REMESSA VIA CONTADOR NO     *
      * CADPARM (COMO O NUMERO DE PEDIDO DO   *
      * SGP007)                               *
      *****************************************
       GERA-NUMERO.
           OPEN I-O CADPARM
           IF ST-PARM NOT = "00"
               IF ST-PARM = "30"
                      OPEN OUTPUT CADPARM
                      CLOSE CADPARM
                      GO TO GERA-NUMERO
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO CADPARM " ST-PARM
                      STOP RUN.
           MOVE "REMESSA " TO PARM-CHAVE
           READ CADPARM
               INVALID KEY
                   MOVE "REMESSA " TO PARM-CHAVE
                   MOVE ZEROS      TO PARM-MARGEM-MIN
                   MOVE ZEROS      TO PARM-CONTADOR
                   WRITE REGPARM.
           ADD 1 TO PARM-CONTADOR
           MOVE PARM-CONTADOR TO W-NUM-REM
           MOVE "REMESSA " TO PARM-CHAVE
           REWRITE REGPARM
               INVALID KEY WRITE REGPARM
           END-REWRITE
           IF ST-PARM NOT = "00" AND ST-PARM NOT = "02"
               CALL "LOGERRO" USING "SGB015  "
                    "GERA-NUMERO         " ST-PARM
               DISPLAY "ERRO NA GRAVACAO DO CONTADOR DE REMESSA "
                       ST-PARM
               STOP RUN.
           CLOSE CADPARM.
       GERA-NUMERO-FIM.
           EXIT.
      *
      *****************************************
      * VARRE O CADREC: ABERTAS NAO ENVIADAS  *
      * VIRAM TITULO; CANCELADAS OU PAGAS NO  *
      * CAIXA JA ENVIADAS VIRAM PEDIDO DE     *
      * BAIXA. A PARCELA E MARCADA ANTES DE   *
      * IR PARA O ARQUIVO                     *
      *****************************************
       VARRE-PARCELAS.
           READ CADREC NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO VARRE-PARCELAS-FIM.
           IF REC-SITUACAO = "A" AND REC-REMESSA NOT = "S"
               IF REC-VENCTO < W-HOJE
                   ADD 1 TO W-QTDE-VENC
               ELSE
                   MOVE "S" TO REC-REMESSA
                   PERFORM MARCA-PARCELA THRU MARCA-PARCELA-FIM
                   IF W-ERRO-REC = "N"
                       MOVE "01" TO RD-OCORRENCIA
                       PERFORM GRAVA-TITULO THRU GRAVA-TITULO-FIM
                       ADD 1 TO W-QTDE-TIT
                       ADD REC-VALOR TO W-VLR-TOTAL
                   END-IF
               END-IF
               GO TO VARRE-PARCELAS-FIM.
           IF (REC-SITUACAO = "C" OR REC-SITUACAO = "P")
              AND REC-REMESSA = "S"
               MOVE "B" TO REC-REMESSA
               PERFORM MARCA-PARCELA THRU MARCA-PARCELA-FIM
               IF W-ERRO-REC = "N"
                   MOVE "02" TO RD-OCORRENCIA
                   PERFORM GRAVA-TITULO THRU GRAVA-TITULO-FIM
                   ADD 1 TO W-QTDE-BXA.
       VARRE-PARCELAS-FIM.
           EXIT.
      *
       GRAVA-TITULO.
           MOVE REC-CLIENTE TO CLI-CODIGO
           READ CADCLI
               INVALID KEY
                   MOVE SPACES TO CLI-NOME CLI-LOGRAD CLI-BAIRRO
                                  CLI-CIDADE CLI-UF CLI-DOCUMENTO
                   MOVE ZEROS  TO CLI-CEP.
           MOVE EMP-CNPJ       TO RD-CNPJ
           MOVE EMP-AGENCIA    TO RD-AGENCIA
           MOVE EMP-CONTA      TO RD-CONTA
           MOVE EMP-DAC        TO RD-DAC
           MOVE EMP-CARTEIRA   TO RD-CARTEIRA
           MOVE EMP-BANCO      TO RD-BANCO
           MOVE REC-NUMERO     TO W-CTL-NUMERO W-SEU-NUM
           MOVE REC-PARCELA    TO W-CTL-PARCELA W-SEU-PAR
           MOVE W-CONTROLE     TO RD-USO-EMPRESA
           COMPUTE RD-NOSSO-NUMERO = (REC-NUMERO * 100) + REC-PARCELA
           MOVE W-SEU-NUMERO   TO RD-SEU-NUMERO
           MOVE REC-VENCTO     TO W-DATA-AMD
           PERFORM CONVERTE-DATA THRU CONVERTE-DATA-FIM
           MOVE W-DATA-DMA     TO RD-VENCTO
           MOVE REC-VALOR      TO RD-VALOR
           MOVE REC-EMISSAO    TO W-DATA-AMD
           PERFORM CONVERTE-DATA THRU CONVERTE-DATA-FIM
           MOVE W-DATA-DMA     TO RD-EMISSAO
      *
      * CPF (11 DIGITOS) = 01, CNPJ (14 DIGITOS) = 02; O DOCUMENTO
      * E GRAVADO ALINHADO A ESQUERDA NO CADCLI
      *
           MOVE SPACES TO W-DOC-X
           IF CLI-DOCUMENTO(12:3) = SPACES
               MOVE 01 TO RD-SAC-TIPO
               MOVE "000" TO W-DOC-X(1:3)
               MOVE CLI-DOCUMENTO(1:11) TO W-DOC-X(4:11)
           ELSE
               MOVE 02 TO RD-SAC-TIPO
               MOVE CLI-DOCUMENTO TO W-DOC-X.
           IF W-DOC-X NUMERIC
               MOVE W-DOC-9 TO RD-SAC-INSC
           ELSE
               MOVE ZEROS   TO RD-SAC-INSC.
           MOVE CLI-NOME       TO RD-SAC-NOME
           MOVE CLI-LOGRAD     TO RD-SAC-LOGRAD
           MOVE CLI-BAIRRO     TO RD-SAC-BAIRRO
           MOVE CLI-CEP        TO RD-SAC-CEP
           MOVE CLI-CIDADE     TO RD-SAC-CIDADE
           MOVE CLI-UF         TO RD-SAC-UF
           ADD 1 TO W-SEQ
           MOVE W-SEQ          TO RD-SEQ
           WRITE LINREM FROM REM-DETALHE
           IF ST-REM NOT = "00"
               CALL "LOGERRO" USING "SGB015  "
                    "GRAVA-TITULO        " ST-REM
               DISPLAY "ERRO NA GRAVACAO DO " W-NOME-REM " " ST-REM
               STOP RUN.
       GRAVA-TITULO-FIM.
           EXIT.
      *
       MARCA-PARCELA.
           MOVE "N"    TO W-ERRO-REC
           MOVE W-HOJE TO REC-DT-REMESSA
           REWRITE REGREC
           IF ST-REC NOT = "00" AND ST-REC NOT = "02"
               CALL "LOGERRO" USING "SGB015  "
                    "MARCA-PARCELA       " ST-REC
               DISPLAY "ERRO NA GRAVACAO DO CADREC " ST-REC
                       " - PARCELA " REC-NUMERO "/" REC-PARCELA
                       " FORA DA REMESSA"
               MOVE "S" TO W-ERRO-REC
               ADD 1 TO W-QTDE-ERRO.
       MARCA-PARCELA-FIM.
           EXIT.
      *
       CONVERTE-DATA.
           MOVE W-AMD-DD TO W-DMA-DD
           MOVE W-AMD-MM TO W-DMA-MM
           MOVE W-AMD-AA TO W-DMA-AA.
       CONVERTE-DATA-FIM.
           EXIT.
