       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB024.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * CONVERSAO UNICA DE LEIAUTE DOS     *
      * ARQUIVOS QUE CRESCERAM COM OS      *
      * DEPOSITOS, NOTA FISCAL, ROTAS,     *
      * TABELAS DE PRECO, COBRANCA         *
      * BANCARIA E AVALIACAO DE            *
      * FORNECEDOR (MESMO ESQUEMA DO       *
      * SGB014): LE CADREC, CADCLI,        *
      * CADPED, ITEPED, MOVESTQ, MOVARQ    *
      * E CADPCO NO LEIAUTE ANTERIOR E     *
      * GERA PARA CADA UM O BACKUP DATADO  *
      * NO FORMATO DO SGB007, JA COM OS    *
      * CAMPOS NOVOS PREENCHIDOS:          *
      * CADREC  REMESSA N (NAO ENVIADA)    *
      * CADCLI  GRUPO DE PRECO ZERO        *
      * CADPED  NOTA E MANIFESTO ZERO,     *
      *         DEPOSITO 01 (PRINCIPAL)    *
      * ITEPED  SEM TABELA DE PRECO        *
      * MOVESTQ/MOVARQ DEPOSITO 01, SEM    *
      *         DEPOSITO PAR NEM SENTIDO   *
      * CADPCO  DATA PREVISTA ZERO (O      *
      *         SGR021 USA O PRAZOCPR)     *
      * DEPOIS DE REMOVER OS DAT ANTIGOS,  *
      * O MODO RELOAD DO SGB007 RECONSTROI *
      * CADA ARQUIVO NO LEIAUTE NOVO       *
      * CONFERINDO O TOTAL                 *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA-CHAVE
                    FILE STATUS  IS ST-REC.
           SELECT CLIANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CA-CODIGO
                    FILE STATUS  IS ST-CLI
                    ALTERNATE RECORD KEY IS CA-NOME
                                            WITH DUPLICATES.
           SELECT PEDANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DA-NUMERO
                    FILE STATUS  IS ST-PED.
           SELECT ITEANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IA-CHAVE
                    FILE STATUS  IS ST-ITE.
           SELECT MOVANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MA-CHAVE
                    FILE STATUS  IS ST-MOV.
           SELECT ARQANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AA-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT PCOANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OA-NUMERO
                    FILE STATUS  IS ST-PCO.
           SELECT ARQBKP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-BKP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RECANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREC.DAT".
       01 REGRECANT.
                03 RA-CHAVE           PIC 9(07).
                03 RA-CLIENTE         PIC 9(05).
                03 RA-EMISSAO         PIC 9(08).
                03 RA-VENCTO          PIC 9(08).
                03 RA-VALOR           PIC 9(08)V99.
                03 RA-SITUACAO        PIC X(01).
                03 RA-DESCSITU        PIC X(10).
                03 RA-DT-PAGTO        PIC 9(08).
                03 RA-VLR-PAGO        PIC 9(08)V99.
                03 RA-OPERADOR        PIC X(08).
       FD CLIANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLIANT.
                03 CA-CODIGO       PIC 9(05).
                03 CA-NOME         PIC X(30).
                03 CA-DOCUMENTO    PIC X(14).
                03 CA-CEP          PIC 9(08).
                03 CA-LOGRAD       PIC X(40).
                03 CA-BAIRRO       PIC X(20).
                03 CA-CIDADE       PIC X(12).
                03 CA-UF           PIC X(02).
                03 CA-DSCUF        PIC X(20).
                03 CA-SITUACAO     PIC X(01).
                03 CA-DESCSITU     PIC X(10).
                03 CA-LIMITE       PIC 9(08)V99.
       FD PEDANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPED.DAT".
       01 REGPEDANT.
                03 DA-NUMERO       PIC 9(05).
                03 DA-CLIENTE      PIC 9(05).
                03 DA-DATA         PIC 9(08).
                03 DA-HORA         PIC 9(08).
                03 DA-QTDE-ITENS   PIC 9(03).
                03 DA-TOTAL        PIC 9(08)V99.
                03 DA-SITUACAO     PIC X(01).
                03 DA-DESCSITU     PIC X(10).
                03 DA-OPER-SIT     PIC X(08).
                03 DA-DATA-SIT     PIC 9(08).
                03 DA-CONDPAG      PIC 9(02).
                03 DA-VALIDADE     PIC 9(08).
                03 DA-VENDEDOR     PIC X(08).
       FD ITEANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ITEPED.DAT".
       01 REGITEANT.
                03 IA-CHAVE.
                   05 IA-NUMERO       PIC 9(05).
                   05 IA-SEQ          PIC 9(03).
                03 IA-CODIGO          PIC 9(05).
                03 IA-QTDE            PIC 9(07).
                03 IA-PRECO           PIC 9(06)V99.
                03 IA-TOTAL           PIC 9(08)V99.
                03 IA-QTDE-DEV        PIC 9(07).
                03 IA-CUSTO           PIC 9(06)V99.
                03 IA-DESCONTO        PIC 9(06)V99.
                03 IA-AUTORIZA        PIC X(08).
       FD MOVANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVESTQ.DAT".
       01 REGMOVANT.
                03 MA-CHAVE           PIC 9(21).
                03 MA-TIPO            PIC X(01).
                03 MA-QTDE            PIC 9(07).
                03 MA-QTDE-ANT        PIC 9(07).
                03 MA-QTDE-NOVA       PIC 9(07).
                03 MA-OPERADOR        PIC X(08).
       FD ARQANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVARQ.DAT".
       01 REGARQANT.
                03 AA-CHAVE           PIC 9(21).
                03 AA-TIPO            PIC X(01).
                03 AA-QTDE            PIC 9(07).
                03 AA-QTDE-ANT        PIC 9(07).
                03 AA-QTDE-NOVA       PIC 9(07).
                03 AA-OPERADOR        PIC X(08).
       FD PCOANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPCO.DAT".
       01 REGPCOANT.
                03 OA-NUMERO       PIC 9(05).
                03 OA-FORNEC       PIC 9(05).
                03 OA-DATA         PIC 9(08).
                03 OA-HORA         PIC 9(08).
                03 OA-QTDE-ITENS   PIC 9(03).
                03 OA-TOTAL        PIC 9(10)V99.
                03 OA-SITUACAO     PIC X(01).
                03 OA-DESCSITU     PIC X(10).
                03 OA-OPERADOR     PIC X(08).
       FD  ARQBKP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-BKP.
       01 LINBKP              PIC X(250).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-REC       PIC X(02) VALUE "00".
       77 ST-CLI       PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-ITE       PIC X(02) VALUE "00".
       77 ST-MOV       PIC X(02) VALUE "00".
       77 ST-ARQ       PIC X(02) VALUE "00".
       77 ST-PCO       PIC X(02) VALUE "00".
       77 ST-BKP       PIC X(02) VALUE "00".
       77 W-NOME-BKP   PIC X(30) VALUE SPACES.
       77 W-ARQUIVO    PIC X(09) VALUE SPACES.
       77 W-DATA-BKP   PIC 9(08) VALUE ZEROS.
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-FIM        PIC X(01) VALUE "N".
       77 W-QTDE-REG   PIC 9(08) VALUE ZEROS.
       01 W-CABEC.
           03 FILLER          PIC X(08) VALUE "*SGB007*".
           03 W-CAB-ARQ       PIC X(09).
           03 FILLER          PIC X(01) VALUE "*".
           03 W-CAB-DATA      PIC 9(08).
           03 FILLER          PIC X(01) VALUE "*".
       01 W-TRAILER.
           03 FILLER          PIC X(05) VALUE "*FIM*".
           03 W-TRL-QTDE      PIC 9(08).
      *
      * IMAGENS DOS REGISTROS NO LEIAUTE NOVO
      *
       01 W-REC-NOVO.
           03 WR-CHAVE        PIC 9(07).
           03 WR-CLIENTE      PIC 9(05).
           03 WR-EMISSAO      PIC 9(08).
           03 WR-VENCTO       PIC 9(08).
           03 WR-VALOR        PIC 9(08)V99.
           03 WR-SITUACAO     PIC X(01).
           03 WR-DESCSITU     PIC X(10).
           03 WR-DT-PAGTO     PIC 9(08).
           03 WR-VLR-PAGO     PIC 9(08)V99.
           03 WR-OPERADOR     PIC X(08).
           03 WR-REMESSA      PIC X(01).
           03 WR-DT-REMESSA   PIC 9(08).
       01 W-CLI-NOVO.
           03 WC-CODIGO       PIC 9(05).
           03 WC-NOME         PIC X(30).
           03 WC-DOCUMENTO    PIC X(14).
           03 WC-CEP          PIC 9(08).
           03 WC-LOGRAD       PIC X(40).
           03 WC-BAIRRO       PIC X(20).
           03 WC-CIDADE       PIC X(12).
           03 WC-UF           PIC X(02).
           03 WC-DSCUF        PIC X(20).
           03 WC-SITUACAO     PIC X(01).
           03 WC-DESCSITU     PIC X(10).
           03 WC-LIMITE       PIC 9(08)V99.
           03 WC-GRUPO        PIC 9(03).
       01 W-PED-NOVO.
           03 WD-NUMERO       PIC 9(05).
           03 WD-CLIENTE      PIC 9(05).
           03 WD-DATA         PIC 9(08).
           03 WD-HORA         PIC 9(08).
           03 WD-QTDE-ITENS   PIC 9(03).
           03 WD-TOTAL        PIC 9(08)V99.
           03 WD-SITUACAO     PIC X(01).
           03 WD-DESCSITU     PIC X(10).
           03 WD-OPER-SIT     PIC X(08).
           03 WD-DATA-SIT     PIC 9(08).
           03 WD-CONDPAG      PIC 9(02).
           03 WD-VALIDADE     PIC 9(08).
           03 WD-VENDEDOR     PIC X(08).
           03 WD-NOTA         PIC 9(06).
           03 WD-DEPOSITO     PIC 9(02).
           03 WD-MANIFESTO    PIC 9(06).
       01 W-ITE-NOVO.
           03 WI-CHAVE        PIC 9(08).
           03 WI-CODIGO       PIC 9(05).
           03 WI-QTDE         PIC 9(07).
           03 WI-PRECO        PIC 9(06)V99.
           03 WI-TOTAL        PIC 9(08)V99.
           03 WI-QTDE-DEV     PIC 9(07).
           03 WI-CUSTO        PIC 9(06)V99.
           03 WI-DESCONTO     PIC 9(06)V99.
           03 WI-AUTORIZA     PIC X(08).
           03 WI-TAB-TIPO     PIC X(01).
           03 WI-TAB-REF      PIC 9(05).
       01 W-MOV-NOVO.
           03 WM-CHAVE        PIC 9(21).
           03 WM-TIPO         PIC X(01).
           03 WM-QTDE         PIC 9(07).
           03 WM-QTDE-ANT     PIC 9(07).
           03 WM-QTDE-NOVA    PIC 9(07).
           03 WM-OPERADOR     PIC X(08).
           03 WM-DEPOSITO     PIC 9(02).
           03 WM-DEP-PAR      PIC 9(02).
           03 WM-SENTIDO      PIC X(01).
       01 W-PCO-NOVO.
           03 WO-NUMERO       PIC 9(05).
           03 WO-FORNEC       PIC 9(05).
           03 WO-DATA         PIC 9(08).
           03 WO-HORA         PIC 9(08).
           03 WO-QTDE-ITENS   PIC 9(03).
           03 WO-TOTAL        PIC 9(10)V99.
           03 WO-SITUACAO     PIC X(01).
           03 WO-DESCSITU     PIC X(10).
           03 WO-OPERADOR     PIC X(08).
           03 WO-DT-PREV      PIC 9(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SGB024 - CONVERSAO DE LEIAUTE DOS ARQUIVOS"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-BKP
           PERFORM CONVERTE-CADREC THRU CONVERTE-CADREC-FIM
           PERFORM CONVERTE-CADCLI THRU CONVERTE-CADCLI-FIM
           PERFORM CONVERTE-CADPED THRU CONVERTE-CADPED-FIM
           PERFORM CONVERTE-ITEPED THRU CONVERTE-ITEPED-FIM
           PERFORM CONVERTE-MOVESTQ THRU CONVERTE-MOVESTQ-FIM
           PERFORM CONVERTE-MOVARQ THRU CONVERTE-MOVARQ-FIM
           PERFORM CONVERTE-CADPCO THRU CONVERTE-CADPCO-FIM
           DISPLAY "SGB024 - APOS REMOVER OS DAT ANTIGOS, EXECUTE"
           DISPLAY "SGB024 - O MODO RELOAD DO SGB007 COM A DATA "
                   W-DATA-BKP
           GOBACK.
      *
      *****************************************
      * ABERTURA E FECHO DO BACKUP            *
      *****************************************
       ABRE-BACKUP.
           MOVE SPACES TO W-NOME-BKP
           STRING FUNCTION TRIM(W-ARQUIVO) DELIMITED BY SIZE
                  "."                       DELIMITED BY SIZE
                  W-DATA-BKP                DELIMITED BY SIZE
                  ".BKP"                    DELIMITED BY SIZE
                  INTO W-NOME-BKP
           OPEN OUTPUT ARQBKP
           MOVE W-ARQUIVO  TO W-CAB-ARQ
           MOVE W-DATA-BKP TO W-CAB-DATA
           WRITE LINBKP FROM W-CABEC
           MOVE ZEROS TO W-QTDE-REG
           MOVE "N"   TO W-FIM.
       ABRE-BACKUP-FIM.
           EXIT.
      *
       FECHA-BACKUP.
           MOVE W-QTDE-REG TO W-TRL-QTDE
           WRITE LINBKP FROM W-TRAILER
           CLOSE ARQBKP
           DISPLAY "SGB024 - " W-ARQUIVO " CONVERTIDO: "
                   W-QTDE-REG " REGISTROS EM " W-NOME-BKP.
       FECHA-BACKUP-FIM.
           EXIT.
      *
      *****************************************
      * CADREC: GANHA A SITUACAO DE REMESSA   *
      * N (NAO ENVIADA AO BANCO) E A DATA DA  *
      * REMESSA ZERADA                        *
      *****************************************
       CONVERTE-CADREC.
           OPEN INPUT RECANT
           IF ST-REC NOT = "00"
               DISPLAY "SGB024 - CADREC NAO ABERTO (" ST-REC
                       ") - PULADO"
               GO TO CONVERTE-CADREC-FIM.
           MOVE "CADREC" TO W-ARQUIVO
           PERFORM ABRE-BACKUP THRU ABRE-BACKUP-FIM
           PERFORM LE-CADREC THRU LE-CADREC-FIM
               UNTIL W-FIM = "S"
           PERFORM FECHA-BACKUP THRU FECHA-BACKUP-FIM
           CLOSE RECANT.
       CONVERTE-CADREC-FIM.
           EXIT.
      *
       LE-CADREC.
           READ RECANT NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO LE-CADREC-FIM.
           MOVE RA-CHAVE    TO WR-CHAVE
           MOVE RA-CLIENTE  TO WR-CLIENTE
           MOVE RA-EMISSAO  TO WR-EMISSAO
           MOVE RA-VENCTO   TO WR-VENCTO
           MOVE RA-VALOR    TO WR-VALOR
           MOVE RA-SITUACAO TO WR-SITUACAO
           MOVE RA-DESCSITU TO WR-DESCSITU
           MOVE RA-DT-PAGTO TO WR-DT-PAGTO
           MOVE RA-VLR-PAGO TO WR-VLR-PAGO
           MOVE RA-OPERADOR TO WR-OPERADOR
           MOVE "N"         TO WR-REMESSA
           MOVE ZEROS       TO WR-DT-REMESSA
           MOVE W-REC-NOVO  TO LINBKP
           WRITE LINBKP
           ADD 1 TO W-QTDE-REG.
       LE-CADREC-FIM.
           EXIT.
      *
      *****************************************
      * CADCLI: GANHA O GRUPO DE PRECO ZERADO *
      * (= SEM TABELA DE GRUPO)               *
      *****************************************
       CONVERTE-CADCLI.
           OPEN INPUT CLIANT
           IF ST-CLI NOT = "00"
               DISPLAY "SGB024 - CADCLI NAO ABERTO (" ST-CLI
                       ") - PULADO"
               GO TO CONVERTE-CADCLI-FIM.
           MOVE "CADCLI" TO W-ARQUIVO
           PERFORM ABRE-BACKUP THRU ABRE-BACKUP-FIM
           PERFORM LE-CADCLI THRU LE-CADCLI-FIM
               UNTIL W-FIM = "S"
           PERFORM FECHA-BACKUP THRU FECHA-BACKUP-FIM
           CLOSE CLIANT.
       CONVERTE-CADCLI-FIM.
           EXIT.
      *
       LE-CADCLI.
           READ CLIANT NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO LE-CADCLI-FIM.
           MOVE CA-CODIGO    TO WC-CODIGO
           MOVE CA-NOME      TO WC-NOME
           MOVE CA-DOCUMENTO TO WC-DOCUMENTO
           MOVE CA-CEP       TO WC-CEP
           MOVE CA-LOGRAD    TO WC-LOGRAD
           MOVE CA-BAIRRO    TO WC-BAIRRO
           MOVE CA-CIDADE    TO WC-CIDADE
           MOVE CA-UF        TO WC-UF
           MOVE CA-DSCUF     TO WC-DSCUF
           MOVE CA-SITUACAO  TO WC-SITUACAO
           MOVE CA-DESCSITU  TO WC-DESCSITU
           MOVE CA-LIMITE    TO WC-LIMITE
           MOVE ZEROS        TO WC-GRUPO
           MOVE W-CLI-NOVO   TO LINBKP
           WRITE LINBKP
           ADD 1 TO W-QTDE-REG.
       LE-CADCLI-FIM.
           EXIT.
      *
      *****************************************
      * CADPED: GANHA NOTA FISCAL E MANIFESTO *
      * ZERADOS E O DEPOSITO PRINCIPAL (01),  *
      * DE ONDE SAIU TODO PEDIDO ANTIGO       *
      *****************************************
       CONVERTE-CADPED.
           OPEN INPUT PEDANT
           IF ST-PED NOT = "00"
               DISPLAY "SGB024 - CADPED NAO ABERTO (" ST-PED
                       ") - PULADO"
               GO TO CONVERTE-CADPED-FIM.
           MOVE "CADPED" TO W-ARQUIVO
           PERFORM ABRE-BACKUP THRU ABRE-BACKUP-FIM
           PERFORM LE-CADPED THRU LE-CADPED-FIM
               UNTIL W-FIM = "S"
           PERFORM FECHA-BACKUP THRU FECHA-BACKUP-FIM
           CLOSE PEDANT.
       CONVERTE-CADPED-FIM.
           EXIT.
      *
       LE-CADPED.
           READ PEDANT NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO LE-CADPED-FIM.
           MOVE DA-NUMERO     TO WD-NUMERO
           MOVE DA-CLIENTE    TO WD-CLIENTE
           MOVE DA-DATA       TO WD-DATA
           MOVE DA-HORA       TO WD-HORA
           MOVE DA-QTDE-ITENS TO WD-QTDE-ITENS
           MOVE DA-TOTAL      TO WD-TOTAL
           MOVE DA-SITUACAO   TO WD-SITUACAO
           MOVE DA-DESCSITU   TO WD-DESCSITU
           MOVE DA-OPER-SIT   TO WD-OPER-SIT
           MOVE DA-DATA-SIT   TO WD-DATA-SIT
           MOVE DA-CONDPAG    TO WD-CONDPAG
           MOVE DA-VALIDADE   TO WD-VALIDADE
           MOVE DA-VENDEDOR   TO WD-VENDEDOR
           MOVE ZEROS         TO WD-NOTA WD-MANIFESTO
           MOVE 01            TO WD-DEPOSITO
           MOVE W-PED-NOVO    TO LINBKP
           WRITE LINBKP
           ADD 1 TO W-QTDE-REG.
       LE-CADPED-FIM.
           EXIT.
      *
      *****************************************
      * ITEPED: GANHA A ORIGEM DO PRECO EM    *
      * BRANCO (PRECO DE TABELA DO CADPRO)    *
      *****************************************
       CONVERTE-ITEPED.
           OPEN INPUT ITEANT
           IF ST-ITE NOT = "00"
               DISPLAY "SGB024 - ITEPED NAO ABERTO (" ST-ITE
                       ") - PULADO"
               GO TO CONVERTE-ITEPED-FIM.
           MOVE "ITEPED" TO W-ARQUIVO
           PERFORM ABRE-BACKUP THRU ABRE-BACKUP-FIM
           PERFORM LE-ITEPED THRU LE-ITEPED-FIM
               UNTIL W-FIM = "S"
           PERFORM FECHA-BACKUP THRU FECHA-BACKUP-FIM
           CLOSE ITEANT.
       CONVERTE-ITEPED-FIM.
           EXIT.
      *
       LE-ITEPED.
           READ ITEANT NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO LE-ITEPED-FIM.
           MOVE IA-CHAVE    TO WI-CHAVE
           MOVE IA-CODIGO   TO WI-CODIGO
           MOVE IA-QTDE     TO WI-QTDE
           MOVE IA-PRECO    TO WI-PRECO
           MOVE IA-TOTAL    TO WI-TOTAL
           MOVE IA-QTDE-DEV TO WI-QTDE-DEV
           MOVE IA-CUSTO    TO WI-CUSTO
           MOVE IA-DESCONTO TO WI-DESCONTO
           MOVE IA-AUTORIZA TO WI-AUTORIZA
           MOVE SPACES      TO WI-TAB-TIPO
           MOVE ZEROS       TO WI-TAB-REF
           MOVE W-ITE-NOVO  TO LINBKP
           WRITE LINBKP
           ADD 1 TO W-QTDE-REG.
       LE-ITEPED-FIM.
           EXIT.
      *
      *****************************************
      * MOVESTQ: GANHA O DEPOSITO PRINCIPAL   *
      * (01), SEM DEPOSITO PAR E SEM SENTIDO  *
      * (NAO E TRANSFERENCIA)                 *
      *****************************************
       CONVERTE-MOVESTQ.
           OPEN INPUT MOVANT
           IF ST-MOV NOT = "00"
               DISPLAY "SGB024 - MOVESTQ NAO ABERTO (" ST-MOV
                       ") - PULADO"
               GO TO CONVERTE-MOVESTQ-FIM.
           MOVE "MOVESTQ" TO W-ARQUIVO
           PERFORM ABRE-BACKUP THRU ABRE-BACKUP-FIM
           PERFORM LE-MOVESTQ THRU LE-MOVESTQ-FIM
               UNTIL W-FIM = "S"
           PERFORM FECHA-BACKUP THRU FECHA-BACKUP-FIM
           CLOSE MOVANT.
       CONVERTE-MOVESTQ-FIM.
           EXIT.
      *
       LE-MOVESTQ.
           READ MOVANT NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO LE-MOVESTQ-FIM.
           MOVE MA-CHAVE     TO WM-CHAVE
           MOVE MA-TIPO      TO WM-TIPO
           MOVE MA-QTDE      TO WM-QTDE
           MOVE MA-QTDE-ANT  TO WM-QTDE-ANT
           MOVE MA-QTDE-NOVA TO WM-QTDE-NOVA
           MOVE MA-OPERADOR  TO WM-OPERADOR
           MOVE 01           TO WM-DEPOSITO
           MOVE ZEROS        TO WM-DEP-PAR
           MOVE SPACES       TO WM-SENTIDO
           MOVE W-MOV-NOVO   TO LINBKP
           WRITE LINBKP
           ADD 1 TO W-QTDE-REG.
       LE-MOVESTQ-FIM.
           EXIT.
      *
      *****************************************
      * MOVARQ: MESMO TRATAMENTO DO MOVESTQ   *
      * (O ARQUIVO MORTO TEM O MESMO LEIAUTE) *
      *****************************************
       CONVERTE-MOVARQ.
           OPEN INPUT ARQANT
           IF ST-ARQ NOT = "00"
               DISPLAY "SGB024 - MOVARQ NAO ABERTO (" ST-ARQ
                       ") - PULADO"
               GO TO CONVERTE-MOVARQ-FIM.
           MOVE "MOVARQ" TO W-ARQUIVO
           PERFORM ABRE-BACKUP THRU ABRE-BACKUP-FIM
           PERFORM LE-MOVARQ THRU LE-MOVARQ-FIM
               UNTIL W-FIM = "S"
           PERFORM FECHA-BACKUP THRU FECHA-BACKUP-FIM
           CLOSE ARQANT.
       CONVERTE-MOVARQ-FIM.
           EXIT.
      *
       LE-MOVARQ.
           READ ARQANT NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO LE-MOVARQ-FIM.
           MOVE AA-CHAVE     TO WM-CHAVE
           MOVE AA-TIPO      TO WM-TIPO
           MOVE AA-QTDE      TO WM-QTDE
           MOVE AA-QTDE-ANT  TO WM-QTDE-ANT
           MOVE AA-QTDE-NOVA TO WM-QTDE-NOVA
           MOVE AA-OPERADOR  TO WM-OPERADOR
           MOVE 01           TO WM-DEPOSITO
           MOVE ZEROS        TO WM-DEP-PAR
           MOVE SPACES       TO WM-SENTIDO
           MOVE W-MOV-NOVO   TO LINBKP
           WRITE LINBKP
           ADD 1 TO W-QTDE-REG.
       LE-MOVARQ-FIM.
           EXIT.
      *
      *****************************************
      * CADPCO: GANHA A DATA PREVISTA ZERADA  *
      *****************************************
       CONVERTE-CADPCO.
           OPEN INPUT PCOANT
           IF ST-PCO NOT = "00"
               DISPLAY "SGB024 - CADPCO NAO ABERTO (" ST-PCO
                       ") - PULADO"
               GO TO CONVERTE-CADPCO-FIM.
           MOVE "CADPCO" TO W-ARQUIVO
           PERFORM ABRE-BACKUP THRU ABRE-BACKUP-FIM
           PERFORM LE-CADPCO THRU LE-CADPCO-FIM
               UNTIL W-FIM = "S"
           PERFORM FECHA-BACKUP THRU FECHA-BACKUP-FIM
           CLOSE PCOANT.
       CONVERTE-CADPCO-FIM.
           EXIT.
      *
       LE-CADPCO.
           READ PCOANT NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO LE-CADPCO-FIM.
           MOVE OA-NUMERO     TO WO-NUMERO
           MOVE OA-FORNEC     TO WO-FORNEC
           MOVE OA-DATA       TO WO-DATA
           MOVE OA-HORA       TO WO-HORA
           MOVE OA-QTDE-ITENS TO WO-QTDE-ITENS
           MOVE OA-TOTAL      TO WO-TOTAL
           MOVE OA-SITUACAO   TO WO-SITUACAO
           MOVE OA-DESCSITU   TO WO-DESCSITU
           MOVE OA-OPERADOR   TO WO-OPERADOR
           MOVE ZEROS         TO WO-DT-PREV
           MOVE W-PCO-NOVO    TO LINBKP
           WRITE LINBKP
           ADD 1 TO W-QTDE-REG.
       LE-CADPCO-FIM.
           EXIT.
