      * (SEPARADO) -> T (ENTREGUE), COM    *
      * CARIMBO DE OPERADOR E DATA NO      *
      * CADPED COMO NO SGP013              *
      * NA ENTREGA EMITE A NOTA FISCAL     *
      * (CADNF/ITENF) COM NUMERO DO        *
      * CONTADOR "NOTAFISC" DO CADPARM,    *
      * CFOP E ALIQUOTA DE ICMS DO CADICMS *
      * CONFORME A UF DO CLIENTE (DENTRO   *
      * OU FORA DA UF DA EMPRESA), E       *
      * IMPRIME O DOCUMENTO DA NOTA        *
      * F4 NO PEDIDO CONFIRMA A ENTREGA DE *
      * UM MANIFESTO INTEIRO (SGB018): OS  *
      * PEDIDOS INFORMADOS COMO NAO        *
      * ENTREGUES VOLTAM SEM MANIFESTO E   *
      * OS DEMAIS SAO ENTREGUES COM NOTA   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY SELPRO.COB.
           COPY SELPED.COB.
           COPY SELITE.COB.
           COPY SELPARM.COB.
           COPY SELNF.COB.
           COPY SELINF.COB.
           COPY SELICM.COB.
           COPY SELMAN.COB.
           COPY SELMNI.COB.
           SELECT ROMANEIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ROM.
           SELECT NOTAFIS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ROM.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY FDPRO.COB.
           COPY FDPED.COB.
           COPY FDITE.COB.
           COPY FDPARM.COB.
           COPY FDNF.COB.
           COPY FDINF.COB.
           COPY FDICM.COB.
           COPY FDMAN.COB.
           COPY FDMNI.COB.
       FD  ROMANEIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-REL.
       01 LINROM              PIC X(100).
       FD  NOTAFIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-REL.
       01 LINNF               PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-ITE       PIC X(02) VALUE "00".
       77 ST-ROM       PIC X(02) VALUE "00".
       77 ST-PARM      PIC X(02) VALUE "00".
       77 ST-NF        PIC X(02) VALUE "00".
       77 ST-INF       PIC X(02) VALUE "00".
       77 ST-ICM       PIC X(02) VALUE "00".
       77 ST-MAN       PIC X(02) VALUE "00".
       77 ST-MNI       PIC X(02) VALUE "00".
       77 W-TRAVA      PIC 9(02) VALUE ZEROS.
       77 W-NOTA       PIC 9(06) VALUE ZEROS.
       77 W-CFOP       PIC 9(04) VALUE ZEROS.
       77 W-ALIQ       PIC 9(02)V99 VALUE ZEROS.
       77 W-UF-DEST    PIC X(02) VALUE SPACES.
       77 W-NF-SEQ     PIC 9(03) VALUE ZEROS.
       77 W-QTDE-NF    PIC 9(07) VALUE ZEROS.
       77 W-PRECO-NF   PIC 9(06)V99 VALUE ZEROS.
       77 W-TOTAL-NF   PIC 9(08)V99 VALUE ZEROS.
       77 W-ICMS-NF    PIC 9(08)V99 VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-NOME-REL   PIC X(30) VALUE SPACES.
       77 W-PARAMS-SPL PIC X(30) VALUE SPACES.
       77 W-ENTREGOU   PIC X(01) VALUE "N".
       77 W-ERRO-GRV   PIC X(01) VALUE "N".
       77 W-TEM-SALDO  PIC X(01) VALUE "N".
       77 W-MANIF      PIC 9(06) VALUE ZEROS.
       77 W-ROTA       PIC 9(03) VALUE ZEROS.
       77 W-NOME-ROTA  PIC X(30) VALUE SPACES.
       77 W-DT-SAIDA   PIC 9(08) VALUE ZEROS.
       77 W-QTDE-MPED  PIC 9(03) VALUE ZEROS.
       77 W-TOTAL-MAN  PIC 9(10)V99 VALUE ZEROS.
       77 W-QTDE-NAO   PIC 9(03) VALUE ZEROS.
       77 W-QTDE-ENT   PIC 9(03) VALUE ZEROS.
       77 W-QTDE-FALHA PIC 9(03) VALUE ZEROS.
       77 W-IX         PIC 9(03) VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-FIM-MNI    PIC X(01) VALUE "N".
      *
      * NOME DO ARQUIVO DE SPOOL DA NOTA: "NF" + NUMERO DA NOTA,
      * PARA DUAS NOTAS DO MESMO MANIFESTO NAO GERAREM O MESMO
      * ARQUIVO NO MESMO SEGUNDO
      *
       01 W-ID-SPL.
           03 FILLER       PIC X(02) VALUE "NF".
           03 W-ID-NUM     PIC 9(06) VALUE ZEROS.
      *
      * PEDIDOS DO MANIFESTO INFORMADOS COMO NAO ENTREGUES
      *
       01 W-TAB-NAO.
           03 W-NAO-PED    PIC 9(05) OCCURS 999 TIMES.
       01 LIN-CAB1.
           03 FILLER          PIC X(34)  VALUE
              "ROMANEIO DE SEPARACAO - PEDIDO".
              "ITENS DO ROMANEIO.............:".
           03 LT-ITENS        PIC ZZZZ9.
       01 LIN-BRANCO          PIC X(100) VALUE SPACES.
      *
      * DOCUMENTO IMPRESSO DA NOTA FISCAL
      *
       01 NF-CAB1.
           03 FILLER          PIC X(30)  VALUE
              "NOTA FISCAL DE VENDA - NUMERO".
           03 NC-NUMERO       PIC 999999.
           03 FILLER          PIC X(12)  VALUE "   EMISSAO:".
           03 NC-EMISSAO      PIC 9(08).
           03 FILLER          PIC X(11)  VALUE "   PEDIDO:".
           03 NC-PEDIDO       PIC ZZZZ9.
       01 NF-CAB2.
           03 FILLER          PIC X(11)  VALUE "EMITENTE: ".
           03 NC-EMP-RAZAO    PIC X(30).
           03 FILLER          PIC X(07)  VALUE " CNPJ: ".
           03 NC-EMP-CNPJ     PIC 9(14).
           03 FILLER          PIC X(05)  VALUE " IE: ".
           03 NC-EMP-IE       PIC X(14).
       01 NF-CAB3.
           03 FILLER          PIC X(11)  VALUE SPACES.
           03 NC-EMP-LOGRAD   PIC X(40).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 NC-EMP-CIDADE   PIC X(12).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 NC-EMP-UF       PIC X(02).
           03 FILLER          PIC X(06)  VALUE " CEP: ".
           03 NC-EMP-CEP      PIC 9(08).
       01 NF-CAB4.
           03 FILLER          PIC X(11)  VALUE "DESTINAT.: ".
           03 NC-CLIENTE      PIC ZZZZ9.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 NC-NOMECLI      PIC X(30).
           03 FILLER          PIC X(07)  VALUE " DOC.: ".
           03 NC-DOCUMENTO    PIC X(14).
       01 NF-CAB5.
           03 FILLER          PIC X(11)  VALUE SPACES.
           03 NC-LOGRAD       PIC X(40).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 NC-BAIRRO       PIC X(20).
       01 NF-CAB6.
           03 FILLER          PIC X(11)  VALUE SPACES.
           03 NC-CIDADE       PIC X(12).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 NC-UF           PIC X(02).
           03 FILLER          PIC X(06)  VALUE " CEP: ".
           03 NC-CEP          PIC 9(08).
       01 NF-CAB7.
           03 FILLER          PIC X(11)  VALUE "CFOP.....: ".
           03 NC-CFOP         PIC 9(04).
           03 FILLER          PIC X(03)  VALUE " - ".
           03 NC-NATUREZA     PIC X(30).
           03 FILLER          PIC X(17)  VALUE "  ALIQ. ICMS(%): ".
           03 NC-ALIQ         PIC Z9,99.
       01 NF-CAB8.
           03 FILLER          PIC X(100) VALUE
      -       "ITEM  PRODUTO DENOMINACAO                    UN     QTDE 
      -       "PRECO UNIT.    VALOR TOTAL     VALOR ICMS".
       01 NF-DET.
           03 ND-SEQ          PIC ZZ9.
           03 FILLER          PIC X(03)  VALUE SPACES.
           03 ND-CODIGO       PIC ZZZZ9.
           03 FILLER          PIC X(03)  VALUE SPACES.
           03 ND-DENOM        PIC X(30).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 ND-UNID         PIC X(02).
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 ND-QTDE         PIC ZZZZZZ9.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 ND-PRECO        PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 ND-TOTAL        PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 ND-ICMS         PIC ZZ.ZZZ.ZZ9,99.
       01 NF-TOT1.
           03 FILLER          PIC X(32)  VALUE
              "BASE DE CALCULO DO ICMS.......:".
           03 NT-BASE         PIC ZZ.ZZZ.ZZ9,99.
       01 NF-TOT2.
           03 FILLER          PIC X(32)  VALUE
              "VALOR DO ICMS.................:".
           03 NT-ICMS         PIC ZZ.ZZZ.ZZ9,99.
       01 NF-TOT3.
           03 FILLER          PIC X(32)  VALUE
              "VALOR TOTAL DA NOTA...........:".
           03 NT-TOTAL        PIC ZZ.ZZZ.ZZ9,99.
           COPY WSEMP.COB.
           COPY WSUSU.COB.
      *
      *---------------------------------------------------------
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           CALL "LEREMP" USING DADOS-EMPRESA.
      *
       INC-OP0.
           OPEN INPUT CADCLI
               MOVE "*** ITENS DE PEDIDO INEXISTENTES ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP4.
           OPEN I-O CADPARM
           IF ST-PARM NOT = "00"
               IF ST-PARM = "30"
                      OPEN OUTPUT CADPARM
                      CLOSE CADPARM
                      GO TO INC-OP4
                   ELSE
                      CALL "LOGERRO" USING "SGP014  "
                           "INC-OP4             " ST-PARM
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPARM" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP5.
           OPEN I-O CADNF
           IF ST-NF NOT = "00"
               IF ST-NF = "30"
                      OPEN OUTPUT CADNF
                      CLOSE CADNF
                      GO TO INC-OP5
                   ELSE
                      CALL "LOGERRO" USING "SGP014  "
                           "INC-OP5             " ST-NF
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADNF" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP6.
           OPEN I-O ITENF
           IF ST-INF NOT = "00"
               IF ST-INF = "30"
                      OPEN OUTPUT ITENF
                      CLOSE ITENF
                      GO TO INC-OP6
                   ELSE
                      CALL "LOGERRO" USING "SGP014  "
                           "INC-OP6             " ST-INF
                      MOVE "ERRO NA ABERTURA DO ARQUIVO ITENF" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP7.
           OPEN I-O CADICMS
           IF ST-ICM NOT = "00"
               IF ST-ICM = "30"
                      OPEN OUTPUT CADICMS
                      CLOSE CADICMS
                      GO TO INC-OP7
                   ELSE
                      CALL "LOGERRO" USING "SGP014  "
                           "INC-OP7             " ST-ICM
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADICMS" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP8.
           OPEN I-O CADMAN
           IF ST-MAN NOT = "00"
               IF ST-MAN = "30"
                      OPEN OUTPUT CADMAN
                      CLOSE CADMAN
                      GO TO INC-OP8
                   ELSE
                      CALL "LOGERRO" USING "SGP014  "
                           "INC-OP8             " ST-MAN
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADMAN" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP9.
           OPEN I-O ITEMAN
           IF ST-MNI NOT = "00"
               IF ST-MNI = "30"
                      OPEN OUTPUT ITEMAN
                      CLOSE ITEMAN
                      GO TO INC-OP9
                   ELSE
                      CALL "LOGERRO" USING "SGP014  "
                           "INC-OP9             " ST-MNI
                      MOVE "ERRO NA ABERTURA DO ARQUIVO ITEMAN" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
      *
      **********************
      * PEDIDO             *
                MOVE SPACES TO W-NOMECLI W-SITU
                DISPLAY TELASEP.
       SEP-002.
                DISPLAY (15, 02) "F4=ENTREGA POR MANIFESTO"
                ACCEPT TSEPNUM
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (15, 02) LIMPA
                IF W-ACT = 02
                   CLOSE CADCLI CADPRO CADPED ITEPED CADPARM CADNF
                         ITENF CADICMS CADMAN ITEMAN
                   GO TO ROT-FIM.
                IF W-ACT = 05
                   GO TO MAN-001.
                IF W-NUMERO = 0
                   MOVE "*** PEDIDO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SEP-OPC.
                PERFORM ENTREGA-PEDIDO THRU ENTREGA-PEDIDO-FIM
                IF W-ENTREGOU NOT = "S"
                   GO TO SEP-OPC.
                MOVE SPACES TO MENS
                STRING "** PEDIDO ENTREGUE - NOTA FISCAL " W-NOTA
                       " EMITIDA **" DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SEP-001.
      *
      ************************************
      * ENTREGA DO PEDIDO EM REGPED      *
      * (W-NUMERO): EMITE E IMPRIME A    *
      * NOTA E MARCA T. W-ENTREGOU = "S" *
      * SE A NOTA FOI EMITIDA E O PEDIDO *
      * REGRAVADO; PEDIDO SEM SALDO A    *
      * FATURAR (TUDO DEVOLVIDO) NAO     *
      * GERA NOTA                        *
      ************************************
      *
       ENTREGA-PEDIDO.
                MOVE "N" TO W-ENTREGOU
                PERFORM CONFERE-SALDO THRU CONFERE-SALDO-FIM
                IF W-TEM-SALDO NOT = "S"
                   MOVE "*** PEDIDO SEM SALDO - NOTA NAO EMITIDA ***"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ENTREGA-PEDIDO-FIM.
                PERFORM BUSCA-ALIQUOTA THRU BUSCA-ALIQUOTA-FIM
                IF W-ALIQ = ZEROS
                   GO TO ENTREGA-PEDIDO-FIM.
                PERFORM GERA-NUMERO THRU GERA-NUMERO-FIM
                IF W-NOTA = ZEROS
                   GO TO ENTREGA-PEDIDO-FIM.
                MOVE "N" TO W-ERRO-GRV
                PERFORM EMITE-NOTA THRU EMITE-NOTA-FIM
                IF W-ERRO-GRV = "S"
                   GO TO ENTREGA-PEDIDO-FIM.
                MOVE "T"        TO PED-SITUACAO
                MOVE "ENTREGUE" TO PED-DESCSITU
                MOVE W-NOTA     TO PED-NOTA
                PERFORM GRAVA-CABECA THRU GRAVA-CABECA-FIM
                IF W-ERRO-GRV = "S"
                   MOVE "S"        TO PED-SITUACAO
                   MOVE "SEPARADO" TO PED-DESCSITU
                   MOVE ZEROS      TO PED-NOTA
                   PERFORM CANCELA-NOTA THRU CANCELA-NOTA-FIM
                   GO TO ENTREGA-PEDIDO-FIM.
                PERFORM IMP-NOTA THRU IMP-NOTA-FIM
                MOVE "S" TO W-ENTREGOU.
       ENTREGA-PEDIDO-FIM.
                EXIT.
      *
      * ALGUM ITEM DO PEDIDO COM QUANTIDADE NAO DEVOLVIDA?
      *
       CONFERE-SALDO.
                MOVE "N"      TO W-TEM-SALDO
                MOVE W-NUMERO TO ITE-NUMERO
                MOVE ZEROS    TO ITE-SEQ
                START ITEPED KEY IS NOT LESS THAN ITE-CHAVE
                    INVALID KEY
                        MOVE "S" TO W-FIM-ITENS
                    NOT INVALID KEY
                        MOVE "N" TO W-FIM-ITENS.
                PERFORM CONFERE-SALDO1 THRU CONFERE-SALDO1-FIM
                    UNTIL W-FIM-ITENS = "S".
       CONFERE-SALDO-FIM.
                EXIT.
       CONFERE-SALDO1.
                READ ITEPED NEXT RECORD
                    AT END
                        MOVE "S" TO W-FIM-ITENS
                        GO TO CONFERE-SALDO1-FIM.
                IF ITE-NUMERO NOT = W-NUMERO
                   MOVE "S" TO W-FIM-ITENS
                   GO TO CONFERE-SALDO1-FIM.
                IF ITE-QTDE > ITE-QTDE-DEV
                   MOVE "S" TO W-TEM-SALDO
                   MOVE "S" TO W-FIM-ITENS.
       CONFERE-SALDO1-FIM.
                EXIT.
      *
      **********************
      * ENTREGA POR        *
      * MANIFESTO          *
      **********************
      *
       MAN-001.
                MOVE ZEROS  TO W-MANIF W-ROTA W-DT-SAIDA W-QTDE-MPED
                               W-TOTAL-MAN W-QTDE-NAO
                MOVE SPACES TO W-NOME-ROTA W-SITU
                DISPLAY TELASEPM.
       MAN-002.
                ACCEPT TSEPMAN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO SEP-001.
                IF W-MANIF = 0
                   MOVE "*** MANIFESTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO MAN-002.
                MOVE W-MANIF TO MAN-NUMERO
                READ CADMAN
                    INVALID KEY
                        MOVE "*** MANIFESTO NAO ENCONTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS2
                        GO TO MAN-002.
                MOVE MAN-ROTA      TO W-ROTA
                MOVE MAN-NOME-ROTA TO W-NOME-ROTA
                MOVE MAN-DT-SAIDA  TO W-DT-SAIDA
                MOVE MAN-DESCSITU  TO W-SITU
                MOVE MAN-QTDE-PED  TO W-QTDE-MPED
                MOVE MAN-TOTAL     TO W-TOTAL-MAN
                DISPLAY TELASEPM
                IF MAN-SITUACAO NOT = "A"
                   MOVE "*** MANIFESTO JA ENCERRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO MAN-002.
      *
      * PEDIDOS QUE VOLTARAM SEM ENTREGAR (0 = FIM DA LISTA)
      *
       MAN-003.
                MOVE ZEROS TO W-NUMERO
                DISPLAY (15, 02) "PEDIDO NAO ENTREGUE (0 = FIM): "
                ACCEPT (15, 34) W-NUMERO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (15, 02) LIMPA
                IF W-ACT = 02
                   GO TO MAN-001.
                IF W-NUMERO = 0
                   GO TO MAN-OPC.
                PERFORM PROCURA-ITEM THRU PROCURA-ITEM-FIM
                IF W-ACHOU NOT = "S"
                   MOVE "*** PEDIDO NAO PERTENCE AO MANIFESTO ***"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO MAN-003.
                IF MNI-SITUACAO NOT = "P"
                   MOVE "*** PEDIDO JA BAIXADO NO MANIFESTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO MAN-003.
                PERFORM BUSCA-NAO THRU BUSCA-NAO-FIM
                IF W-ACHOU = "S"
                   MOVE "*** PEDIDO JA INFORMADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO MAN-003.
                ADD 1 TO W-QTDE-NAO
                MOVE W-NUMERO TO W-NAO-PED (W-QTDE-NAO)
                DISPLAY TSEPMNAO
                GO TO MAN-003.
       MAN-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (15, 02) "CONFIRMA A ENTREGA (S/N) : "
                ACCEPT (15, 29) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (15, 02) LIMPA
                IF W-ACT = 02 GO TO MAN-003.
                IF W-OPCAO = "n" OR W-OPCAO = "N"
                   MOVE "*** ENTREGA NAO CONFIRMADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAN-001.
                IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
                   MOVE "*** DIGITE APENAS S=SIM E N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAN-OPC.
      *
      * BAIXA: CADA PEDIDO PENDENTE VIRA E (ENTREGUE), N (NAO
      * ENTREGUE), F (FALHA NA NOTA) OU J (BAIXADO FORA DO
      * MANIFESTO). N E F SAEM DO MANIFESTO E VOLTAM PARA O
      * PROXIMO SGB018
      *
       MAN-BAIXA.
                MOVE W-MANIF TO MAN-NUMERO
                READ CADMAN
                    INVALID KEY
                        MOVE "*** MANIFESTO NAO ENCONTRADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO MAN-001.
                IF MAN-SITUACAO NOT = "A"
                   MOVE "*** MANIFESTO JA ENCERRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAN-001.
                MOVE ZEROS   TO W-QTDE-ENT W-QTDE-FALHA
                MOVE W-MANIF TO MNI-NUMERO
                MOVE ZEROS   TO MNI-SEQ
                START ITEMAN KEY IS NOT LESS THAN MNI-CHAVE
                    INVALID KEY
                        MOVE "S" TO W-FIM-MNI
                    NOT INVALID KEY
                        MOVE "N" TO W-FIM-MNI.
                PERFORM MAN-BAIXA1 THRU MAN-BAIXA1-FIM
                    UNTIL W-FIM-MNI = "S"
                MOVE W-MANIF TO MAN-NUMERO
                READ CADMAN
                    INVALID KEY
                        GO TO MAN-BAIXA-FIM.
                MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
                MOVE "E"             TO MAN-SITUACAO
                MOVE "ENCERRADO"     TO MAN-DESCSITU
                MOVE W-QTDE-ENT      TO MAN-QTDE-ENT
                MOVE W-DATAHORA(1:8) TO MAN-DT-BAIXA
                MOVE OPER-CODIGO     TO MAN-OPER-BAIXA
                REWRITE REGMAN
                IF ST-MAN NOT = "00" AND ST-MAN NOT = "02"
                   CALL "LOGERRO" USING "SGP014  "
                        "MAN-BAIXA           " ST-MAN
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMAN" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAN-001.
       MAN-BAIXA-FIM.
                MOVE SPACES TO MENS
                STRING "** ENCERRADO: " W-QTDE-ENT " ENTREGUES, "
                       W-QTDE-FALHA " FALHAS NA NOTA **"
                       DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MAN-001.
      *
       MAN-BAIXA1.
                READ ITEMAN NEXT RECORD
                    AT END
                        MOVE "S" TO W-FIM-MNI
                        GO TO MAN-BAIXA1-FIM.
                IF MNI-NUMERO NOT = W-MANIF
                   MOVE "S" TO W-FIM-MNI
                   GO TO MAN-BAIXA1-FIM.
                IF MNI-SITUACAO NOT = "P"
                   GO TO MAN-BAIXA1-FIM.
                MOVE MNI-PEDIDO TO PED-NUMERO W-NUMERO
                READ CADPED
                    INVALID KEY
                        MOVE "J" TO MNI-SITUACAO
                        GO TO MAN-BAIXA2.
                IF PED-SITUACAO NOT = "S" OR PED-MANIFESTO NOT = W-MANIF
                   MOVE "J" TO MNI-SITUACAO
                   GO TO MAN-BAIXA2.
                PERFORM BUSCA-NAO THRU BUSCA-NAO-FIM
                IF W-ACHOU = "S"
                   MOVE "N" TO MNI-SITUACAO
                   PERFORM LIBERA-PEDIDO THRU LIBERA-PEDIDO-FIM
                   GO TO MAN-BAIXA2.
                PERFORM ENTREGA-PEDIDO THRU ENTREGA-PEDIDO-FIM
                IF W-ENTREGOU = "S"
                   MOVE "E" TO MNI-SITUACAO
                   ADD 1 TO W-QTDE-ENT
                ELSE
                   MOVE "F" TO MNI-SITUACAO
                   ADD 1 TO W-QTDE-FALHA
                   PERFORM LIBERA-PEDIDO THRU LIBERA-PEDIDO-FIM.
       MAN-BAIXA2.
                REWRITE REGMNI
                IF ST-MNI NOT = "00" AND ST-MNI NOT = "02"
                   CALL "LOGERRO" USING "SGP014  "
                        "MAN-BAIXA2          " ST-MNI
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ITEMAN" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       MAN-BAIXA1-FIM.
                EXIT.
      *
      * PEDIDO SAI DO MANIFESTO E CONTINUA SEPARADO
      *
       LIBERA-PEDIDO.
                MOVE ZEROS TO PED-MANIFESTO
                REWRITE REGPED
                IF ST-PED NOT = "00" AND ST-PED NOT = "02"
                   CALL "LOGERRO" USING "SGP014  "
                        "LIBERA-PEDIDO       " ST-PED
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPED" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LIBERA-PEDIDO-FIM.
                EXIT.
      *
      * ITEM DO MANIFESTO W-MANIF COM O PEDIDO W-NUMERO
      *
       PROCURA-ITEM.
                MOVE "N"     TO W-ACHOU
                MOVE W-MANIF TO MNI-NUMERO
                MOVE ZEROS   TO MNI-SEQ
                START ITEMAN KEY IS NOT LESS THAN MNI-CHAVE
                    INVALID KEY
                        GO TO PROCURA-ITEM-FIM.
                MOVE "N" TO W-FIM-MNI
                PERFORM PROCURA-ITEM1 THRU PROCURA-ITEM1-FIM
                    UNTIL W-FIM-MNI = "S".
       PROCURA-ITEM-FIM.
                EXIT.
       PROCURA-ITEM1.
                READ ITEMAN NEXT RECORD
                    AT END
                        MOVE "S" TO W-FIM-MNI
                        GO TO PROCURA-ITEM1-FIM.
                IF MNI-NUMERO NOT = W-MANIF
                   MOVE "S" TO W-FIM-MNI
                   GO TO PROCURA-ITEM1-FIM.
                IF MNI-PEDIDO = W-NUMERO
                   MOVE "S" TO W-ACHOU W-FIM-MNI.
       PROCURA-ITEM1-FIM.
                EXIT.
      *
       BUSCA-NAO.
                MOVE "N" TO W-ACHOU
                PERFORM BUSCA-NAO1 THRU BUSCA-NAO1-FIM
                    VARYING W-IX FROM 1 BY 1
                    UNTIL W-IX > W-QTDE-NAO OR W-ACHOU = "S".
       BUSCA-NAO-FIM.
                EXIT.
       BUSCA-NAO1.
                IF W-NAO-PED (W-IX) = W-NUMERO
                   MOVE "S" TO W-ACHOU.
       BUSCA-NAO1-FIM.
                EXIT.
      *
      ************************************
      * ROMANEIO DE SEPARACAO DO PEDIDO  *
                EXIT.
      *
      ************************************
      * ALIQUOTA E CFOP DA NOTA: CLIENTE *
      * NA UF DA EMPRESA = OPERACAO      *
      * INTERNA (ALIQUOTA INTERNA DA UF  *
      * DA EMPRESA); CLIENTE DE OUTRA UF *
      * = INTERESTADUAL (ALIQUOTA DA UF  *
      * DE DESTINO). UF SEM ALIQUOTA NO  *
      * CADICMS IMPEDE A EMISSAO         *
      ************************************
      *
       BUSCA-ALIQUOTA.
                MOVE ZEROS TO W-ALIQ W-CFOP
                MOVE PED-CLIENTE TO CLI-CODIGO
                READ CADCLI
                    INVALID KEY
                        MOVE "*** CLIENTE DO PEDIDO NAO CADASTRADO ***"
                                                         TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO BUSCA-ALIQUOTA-FIM.
                IF CLI-UF = SPACES OR CLI-UF = EMP-UF
                   MOVE EMP-UF           TO W-UF-DEST
                   MOVE EMP-CFOP-INTERNA TO W-CFOP
                ELSE
                   MOVE CLI-UF            TO W-UF-DEST
                   MOVE EMP-CFOP-INTEREST TO W-CFOP.
                MOVE W-UF-DEST TO ICM-UF
                READ CADICMS
                    INVALID KEY
                        MOVE SPACES TO MENS
                        STRING "*** UF " W-UF-DEST
                               " SEM ALIQUOTA DE ICMS CADASTRADA ***"
                               DELIMITED BY SIZE INTO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO BUSCA-ALIQUOTA-FIM.
                IF W-CFOP = EMP-CFOP-INTERNA
                   MOVE ICM-ALIQ-INT TO W-ALIQ
                ELSE
                   MOVE ICM-ALIQ-EXT TO W-ALIQ.
                IF W-ALIQ = ZEROS
                   MOVE "*** ALIQUOTA DE ICMS ZERADA PARA A UF ***"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       BUSCA-ALIQUOTA-FIM.
                EXIT.
      *
      ************************************
      * NUMERO DA NOTA FISCAL: CONTADOR  *
      * "NOTAFISC" NO CADPARM, COMO O    *
      * NUMERO DE PEDIDO DO SGP007       *
      ************************************
      *
       GERA-NUMERO.
                MOVE ZEROS TO W-TRAVA.
       GERA-NUMERO1.
                MOVE "NOTAFISC" TO PARM-CHAVE
                READ CADPARM
                    INVALID KEY
                        MOVE "NOTAFISC" TO PARM-CHAVE
                        MOVE ZEROS      TO PARM-MARGEM-MIN
                        MOVE ZEROS      TO PARM-CONTADOR
                        WRITE REGPARM.
                IF ST-PARM = "51" OR ST-PARM = "99"
                   PERFORM ESPERA-REGISTRO THRU ESPERA-REGISTRO-FIM
                   IF W-TRAVA < 30
                      GO TO GERA-NUMERO1
                   ELSE
                      MOVE ZEROS TO W-NOTA
                      MOVE "*** CONTADOR DE NOTA FISCAL EM USO ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO GERA-NUMERO-FIM.
                ADD 1 TO PARM-CONTADOR
                MOVE PARM-CONTADOR TO W-NOTA
                MOVE "NOTAFISC" TO PARM-CHAVE
                REWRITE REGPARM
                    INVALID KEY WRITE REGPARM
                END-REWRITE
                IF ST-PARM NOT = "00" AND ST-PARM NOT = "02"
                   CALL "LOGERRO" USING "SGP014  "
                        "GERA-NUMERO         " ST-PARM
                   MOVE ZEROS TO W-NOTA
                   MOVE "ERRO NA GRAVACAO DO CONTADOR DE NOTA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GERA-NUMERO-FIM.
                EXIT.
      *
       ESPERA-REGISTRO.
                ADD 1 TO W-TRAVA
                MOVE "* REGISTRO EM USO - AGUARDANDO... *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ESPERA-REGISTRO-FIM.
                EXIT.
      *
      ************************************
      * GRAVA OS ITENS (SALDO NAO        *
      * DEVOLVIDO DE CADA ITEM DO        *
      * ITEPED, A PRECO LIQUIDO DE       *
      * DESCONTO) E A CABECA DA NOTA     *
      ************************************
      *
       EMITE-NOTA.
                MOVE ZEROS TO W-NF-SEQ W-TOTAL-NF W-ICMS-NF
                MOVE W-NUMERO TO ITE-NUMERO
                MOVE ZEROS    TO ITE-SEQ
                START ITEPED KEY IS NOT LESS THAN ITE-CHAVE
                    INVALID KEY
                        MOVE "S" TO W-FIM-ITENS
                    NOT INVALID KEY
                        MOVE "N" TO W-FIM-ITENS.
                PERFORM EMITE-NOTA1 THRU EMITE-NOTA1-FIM
                    UNTIL W-FIM-ITENS = "S"
                IF W-ERRO-GRV = "S"
                   GO TO EMITE-NOTA-FIM.
                MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
                MOVE W-NOTA          TO NF-NUMERO
                MOVE W-NUMERO        TO NF-PEDIDO
                MOVE PED-CLIENTE     TO NF-CLIENTE
                MOVE W-DATAHORA(1:8) TO NF-EMISSAO
                MOVE W-DATAHORA(9:8) TO NF-HORA
                MOVE W-CFOP          TO NF-CFOP
                MOVE W-UF-DEST       TO NF-UF
                MOVE W-ALIQ          TO NF-ALIQ
                MOVE W-NF-SEQ        TO NF-QTDE-ITENS
                MOVE W-TOTAL-NF      TO NF-BASE-ICMS NF-TOTAL
                MOVE W-ICMS-NF       TO NF-VLR-ICMS
                MOVE "E"             TO NF-SITUACAO
                MOVE "EMITIDA"       TO NF-DESCSITU
                MOVE OPER-CODIGO     TO NF-OPERADOR
                MOVE ZEROS           TO NF-DT-CANCEL
                MOVE SPACES          TO NF-OPER-CANCEL
                WRITE REGNF
                IF ST-NF NOT = "00" AND ST-NF NOT = "02"
                   CALL "LOGERRO" USING "SGP014  "
                        "EMITE-NOTA          " ST-NF
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADNF" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "S" TO W-ERRO-GRV.
       EMITE-NOTA-FIM.
                EXIT.
       EMITE-NOTA1.
                READ ITEPED NEXT RECORD
                    AT END
                        MOVE "S" TO W-FIM-ITENS
                        GO TO EMITE-NOTA1-FIM.
                IF ITE-NUMERO NOT = W-NUMERO
                   MOVE "S" TO W-FIM-ITENS
                   GO TO EMITE-NOTA1-FIM.
                COMPUTE W-QTDE-NF = ITE-QTDE - ITE-QTDE-DEV
                IF W-QTDE-NF = ZEROS
                   GO TO EMITE-NOTA1-FIM.
                MOVE ITE-CODIGO TO CODIGO
                READ CADPRO
                    INVALID KEY
                        MOVE SPACES TO DENOM UNID.
                COMPUTE W-PRECO-NF = ITE-PRECO - ITE-DESCONTO
                ADD 1 TO W-NF-SEQ
                MOVE W-NOTA     TO INF-NUMERO
                MOVE W-NF-SEQ   TO INF-SEQ
                MOVE ITE-CODIGO TO INF-CODIGO
                MOVE DENOM      TO INF-DENOM
                MOVE UNID       TO INF-UNID
                MOVE W-CFOP     TO INF-CFOP
                MOVE W-QTDE-NF  TO INF-QTDE
                MOVE W-PRECO-NF TO INF-PRECO
                COMPUTE INF-TOTAL = W-QTDE-NF * W-PRECO-NF
                MOVE W-ALIQ     TO INF-ALIQ
                COMPUTE INF-VLR-ICMS ROUNDED =
                        INF-TOTAL * W-ALIQ / 100
                WRITE REGINF
                IF ST-INF NOT = "00" AND ST-INF NOT = "02"
                   CALL "LOGERRO" USING "SGP014  "
                        "EMITE-NOTA1         " ST-INF
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ITENF" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "S" TO W-ERRO-GRV
                   GO TO EMITE-NOTA1-FIM.
                ADD INF-TOTAL    TO W-TOTAL-NF
                ADD INF-VLR-ICMS TO W-ICMS-NF.
       EMITE-NOTA1-FIM.
                EXIT.
      *
      ************************************
      * PEDIDO NAO REGRAVADO DEPOIS DA   *
      * NOTA GRAVADA: A NOTA FICA NO     *
      * CADNF MARCADA COMO CANCELADA,    *
      * COMO NO CANCELAMENTO DO SGP013   *
      ************************************
      *
       CANCELA-NOTA.
                MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
                MOVE "C"             TO NF-SITUACAO
                MOVE "CANCELADA"     TO NF-DESCSITU
                MOVE W-DATAHORA(1:8) TO NF-DT-CANCEL
                MOVE OPER-CODIGO     TO NF-OPER-CANCEL
                REWRITE REGNF
                IF ST-NF NOT = "00" AND ST-NF NOT = "02"
                   CALL "LOGERRO" USING "SGP014  "
                        "CANCELA-NOTA        " ST-NF
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADNF" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CANCELA-NOTA-FIM.
                EXIT.
      *
      ************************************
      * DOCUMENTO IMPRESSO DA NOTA       *
      * FISCAL (EMITENTE, DESTINATARIO,  *
      * ITENS DO ITENF E TOTAIS)         *
      ************************************
      *
       IMP-NOTA.
                MOVE NF-NUMERO TO W-ID-NUM
                CALL "SPLNOME" USING W-ID-SPL W-NOME-REL
                OPEN OUTPUT NOTAFIS
                IF ST-ROM NOT = "00"
                   CALL "LOGERRO" USING "SGP014  "
                        "IMP-NOTA            " ST-ROM
                   MOVE "ERRO NA ABERTURA DA NOTA FISCAL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IMP-NOTA-FIM.
                MOVE NF-NUMERO      TO NC-NUMERO
                MOVE NF-EMISSAO     TO NC-EMISSAO
                MOVE NF-PEDIDO      TO NC-PEDIDO
                MOVE EMP-RAZAO      TO NC-EMP-RAZAO
                MOVE EMP-CNPJ       TO NC-EMP-CNPJ
                MOVE EMP-IE         TO NC-EMP-IE
                MOVE EMP-LOGRAD     TO NC-EMP-LOGRAD
                MOVE EMP-CIDADE     TO NC-EMP-CIDADE
                MOVE EMP-UF         TO NC-EMP-UF
                MOVE EMP-CEP        TO NC-EMP-CEP
                MOVE CLI-CODIGO     TO NC-CLIENTE
                MOVE CLI-NOME       TO NC-NOMECLI
                MOVE CLI-DOCUMENTO  TO NC-DOCUMENTO
                MOVE CLI-LOGRAD     TO NC-LOGRAD
                MOVE CLI-BAIRRO     TO NC-BAIRRO
                MOVE CLI-CIDADE     TO NC-CIDADE
                MOVE CLI-UF         TO NC-UF
                MOVE CLI-CEP        TO NC-CEP
                MOVE NF-CFOP        TO NC-CFOP
                IF NF-CFOP = EMP-CFOP-INTERNA
                   MOVE "VENDA DE MERCADORIA"  TO NC-NATUREZA
                ELSE
                   MOVE "VENDA DE MERCADORIA INTERESTAD."
                                               TO NC-NATUREZA.
                MOVE NF-ALIQ        TO NC-ALIQ
                WRITE LINNF FROM NF-CAB1
                WRITE LINNF FROM LIN-BRANCO
                WRITE LINNF FROM NF-CAB2
                WRITE LINNF FROM NF-CAB3
                WRITE LINNF FROM NF-CAB4
                WRITE LINNF FROM NF-CAB5
                WRITE LINNF FROM NF-CAB6
                WRITE LINNF FROM LIN-BRANCO
                WRITE LINNF FROM NF-CAB7
                WRITE LINNF FROM LIN-BRANCO
                WRITE LINNF FROM NF-CAB8
                MOVE NF-NUMERO TO INF-NUMERO
                MOVE ZEROS     TO INF-SEQ
                START ITENF KEY IS NOT LESS THAN INF-CHAVE
                    INVALID KEY
                        MOVE "S" TO W-FIM-ITENS
                    NOT INVALID KEY
                        MOVE "N" TO W-FIM-ITENS.
                PERFORM IMP-NOTA1 THRU IMP-NOTA1-FIM
                    UNTIL W-FIM-ITENS = "S"
                MOVE NF-BASE-ICMS TO NT-BASE
                MOVE NF-VLR-ICMS  TO NT-ICMS
                MOVE NF-TOTAL     TO NT-TOTAL
                WRITE LINNF FROM LIN-BRANCO
                WRITE LINNF FROM NF-TOT1
                WRITE LINNF FROM NF-TOT2
                WRITE LINNF FROM NF-TOT3
                CLOSE NOTAFIS
                MOVE SPACES TO W-PARAMS-SPL
                STRING "NOTA=" NF-NUMERO " PEDIDO=" NF-PEDIDO
                       DELIMITED BY SIZE INTO W-PARAMS-SPL
                CALL "SPLREG" USING "NOTAFISC" W-NOME-REL
                     W-PARAMS-SPL.
       IMP-NOTA-FIM.
                EXIT.
       IMP-NOTA1.
                READ ITENF NEXT RECORD
                    AT END
                        MOVE "S" TO W-FIM-ITENS
                        GO TO IMP-NOTA1-FIM.
                IF INF-NUMERO NOT = NF-NUMERO
                   MOVE "S" TO W-FIM-ITENS
                   GO TO IMP-NOTA1-FIM.
                MOVE INF-SEQ      TO ND-SEQ
                MOVE INF-CODIGO   TO ND-CODIGO
                MOVE INF-DENOM    TO ND-DENOM
                MOVE INF-UNID     TO ND-UNID
                MOVE INF-QTDE     TO ND-QTDE
                MOVE INF-PRECO    TO ND-PRECO
                MOVE INF-TOTAL    TO ND-TOTAL
                MOVE INF-VLR-ICMS TO ND-ICMS
                WRITE LINNF FROM NF-DET.
       IMP-NOTA1-FIM.
                EXIT.
      *
      ************************************
      * CARIMBO DE SITUACAO, OPERADOR E  *
      * DATA NO CABECALHO DO PEDIDO      *
      ************************************
                   CALL "LOGERRO" USING "SGP014  "
                        "GRAVA-CABECA        " ST-PED
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPED" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "S" TO W-ERRO-GRV.
       GRAVA-CABECA-FIM.
                EXIT.
      *
