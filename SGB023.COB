       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB023.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * REGUA DE COBRANCA - PASSO DA       *
      * CADEIA NOTURNA (SGB008): PERCORRE  *
      * AS PARCELAS VENCIDAS EM ABERTO DO  *
      * CADREC E DA A CADA CLIENTE UM      *
      * ESTAGIO DE COBRANCA PELOS DIAS DE  *
      * ATRASO DA PARCELA MAIS ANTIGA      *
      * (LIMITES NO CADPARM "COBRANC1" A   *
      * "COBRANC3"). AO ENTRAR EM UM       *
      * ESTAGIO O CLIENTE RECEBE UMA CARTA *
      * DE COBRANCA COM AS PARCELAS E O    *
      * ENDERECO DO CADCLI (UMA CARTA POR  *
      * CLIENTE E ESTAGIO). NO ESTAGIO DO  *
      * CADPARM "COBBLOQ " O CLIENTE ATIVO *
      * PASSA A BLOQUEADO (CLI-SITUACAO    *
      * "B") E O SGP007 RECUSA PEDIDO. A   *
      * LIBERACAO E AUTOMATICA NA BAIXA    *
      * (SGP015/SGB016 VIA LIBCOB) OU AQUI *
      * QUANDO O ATRASO DEIXA O ESTAGIO.   *
      * TODA MUDANCA DE ESTAGIO E DE       *
      * BLOQUEIO VAI PARA O JORNAL         *
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
           COPY SELCOB.COB.
           COPY SELPARM.COB.
           SELECT RELCOB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
           SELECT RELCAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CAR.
           SELECT SORTCOB ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDREC.COB.
           COPY FDCLI.COB.
           COPY FDCOB.COB.
           COPY FDPARM.COB.
       FD  RELCOB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-REL.
       01 LINRELCOB           PIC X(100).
       FD  RELCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-CAR.
       01 LINRELCAR           PIC X(100).
       SD  SORTCOB.
       01 REGSORTCOB.
           03 SRT-CLIENTE     PIC 9(05).
           03 SRT-VENCTO      PIC 9(08).
           03 SRT-NUMERO      PIC 9(05).
           03 SRT-PARCELA     PIC 9(02).
           03 SRT-ATRASO      PIC 9(05).
           03 SRT-VALOR       PIC 9(08)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-REC       PIC X(02) VALUE "00".
       77 ST-CLI       PIC X(02) VALUE "00".
       77 ST-COB       PIC X(02) VALUE "00".
       77 ST-PARM      PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 ST-CAR       PIC X(02) VALUE "00".
       77 W-FIM        PIC X(01) VALUE "N".
       77 W-ERRO       PIC X(01) VALUE "N".
       77 W-ABERTO     PIC X(01) VALUE "N".
       77 W-PULA       PIC X(01) VALUE "N".
       77 W-NOVO       PIC X(01) VALUE "N".
       77 W-CARTA      PIC X(01) VALUE "N".
       77 W-DATAHORA   PIC X(21) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-AGORA      PIC 9(08) VALUE ZEROS.
       77 W-INT-HOJE   PIC 9(08) VALUE ZEROS.
       77 W-INT-VCT    PIC 9(08) VALUE ZEROS.
       77 W-ATRASO     PIC S9(05) VALUE ZEROS.
       77 W-CLI-ANT    PIC 9(05) VALUE ZEROS.
       77 W-EST-ANT    PIC 9(01) VALUE ZEROS.
       77 W-EST-NOVO   PIC 9(01) VALUE ZEROS.
       77 W-BLOQ-ANT   PIC X(01) VALUE SPACES.
       77 W-EST-BLOQ   PIC 9(01) VALUE ZEROS.
       77 W-IX         PIC 9(02) VALUE ZEROS COMP.
       77 W-OCORRENCIA PIC X(30) VALUE SPACES.
       77 W-QTDE-PARC  PIC 9(06) VALUE ZEROS.
       77 W-QTDE-CLI   PIC 9(06) VALUE ZEROS.
       77 W-QTDE-CARTA PIC 9(06) VALUE ZEROS.
       77 W-QTDE-MUDA  PIC 9(06) VALUE ZEROS.
       77 W-QTDE-BLOQ  PIC 9(06) VALUE ZEROS.
       77 W-QTDE-LIB   PIC 9(06) VALUE ZEROS.
       77 W-VLR-ATRASO PIC 9(11)V99 VALUE ZEROS.
       77 W-NOME-REL   PIC X(30) VALUE SPACES.
       77 W-NOME-CAR   PIC X(30) VALUE SPACES.
       77 W-PARAMS-SPL PIC X(30) VALUE SPACES.
       77 W-JRN-CHAVE  PIC X(14) VALUE SPACES.
       01 W-JRN-ANTES  PIC X(200) VALUE SPACES.
       01 W-JRN-NOVA   PIC X(200) VALUE SPACES.
       01 W-CLI-ANTES  PIC X(200) VALUE SPACES.
      *
      * DIAS DE ATRASO QUE ABREM CADA ESTAGIO (CADPARM "COBRANC1"
      * A "COBRANC3", PARM-CONTADOR); SEM O PARAMETRO VALEM 5, 15
      * E 30 DIAS, E O BLOQUEIO ("COBBLOQ ") NO ESTAGIO 3
      *
       01 W-LIMITES.
           03 W-LIM-DIAS      PIC 9(05) OCCURS 3 TIMES.
       01 W-LIM-PADRAO.
           03 FILLER          PIC 9(05) VALUE 00005.
           03 FILLER          PIC 9(05) VALUE 00015.
           03 FILLER          PIC 9(05) VALUE 00030.
       01 W-LIM-PADRAO-R REDEFINES W-LIM-PADRAO.
           03 W-LIM-DEF       PIC 9(05) OCCURS 3 TIMES.
       01 W-CHAVE-LIM.
           03 FILLER          PIC X(07) VALUE "COBRANC".
           03 W-CHAVE-EST     PIC 9(01) VALUE ZEROS.
      *
      * TEXTO DA CARTA DE CADA ESTAGIO
      *
       01 W-TEXTOS.
           03 FILLER          PIC X(20) VALUE "PRIMEIRO AVISO".
           03 FILLER          PIC X(70) VALUE
              "NAO IDENTIFICAMOS O PAGAMENTO DAS PARCELAS ABAIXO.".
           03 FILLER          PIC X(70) VALUE
              "CASO JA TENHA SIDO FEITO, DESCONSIDERE ESTE AVISO.".
           03 FILLER          PIC X(20) VALUE "SEGUNDO AVISO".
           03 FILLER          PIC X(70) VALUE
              "AS PARCELAS ABAIXO CONTINUAM EM ABERTO.".
           03 FILLER          PIC X(70) VALUE
              "SOLICITAMOS A REGULARIZACAO NO PRAZO MAIS BREVE.".
           03 FILLER          PIC X(20) VALUE "AVISO FINAL".
           03 FILLER          PIC X(70) VALUE
              "APESAR DOS AVISOS AS PARCELAS ABAIXO SEGUEM EM ABERTO.".
           03 FILLER          PIC X(70) VALUE
              "NOVAS COMPRAS A PRAZO DEPENDEM DA REGULARIZACAO.".
       01 W-TEXTOS-R REDEFINES W-TEXTOS.
           03 W-TEXTO-EST OCCURS 3 TIMES.
               05 WX-TITULO    PIC X(20).
               05 WX-LINHA1    PIC X(70).
               05 WX-LINHA2    PIC X(70).
           COPY WSEMP.COB.
           COPY WSUSU.COB.
      *
      * RELATORIO DE CONTROLE (SPOOL SGB023)
      *
       01 LIN-CAB1.
           03 FILLER          PIC X(38)  VALUE
              "REGUA DE COBRANCA - ESTAGIOS DO DIA ".
           03 LC-DATA         PIC 9(08).
           03 FILLER          PIC X(10)  VALUE "  LIMITES:".
           03 LC-DIAS1        PIC ZZZZ9.
           03 FILLER          PIC X(01)  VALUE "/".
           03 LC-DIAS2        PIC ZZZZ9.
           03 FILLER          PIC X(01)  VALUE "/".
           03 LC-DIAS3        PIC ZZZZ9.
           03 FILLER          PIC X(16)  VALUE " DIAS  BLOQUEIO:".
           03 LC-EST-BLOQ     PIC 9(01).
       01 LIN-CAB2.
           03 FILLER          PIC X(46)  VALUE
              "CLIENTE NOME                      EST. ATRASO".
           03 FILLER          PIC X(54)  VALUE
              "      EM ATRASO  OCORRENCIA".
       01 LIN-DET.
           03 LD-CLIENTE      PIC ZZZZ9.
           03 FILLER          PIC X(03)  VALUE SPACES.
           03 LD-NOME         PIC X(25).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-EST-ANT      PIC 9(01).
           03 FILLER          PIC X(01)  VALUE ">".
           03 LD-EST-NOVO     PIC 9(01).
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-DIAS         PIC ZZZZ9.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-OCORRENCIA   PIC X(30).
       01 LIN-TOT1.
           03 FILLER          PIC X(32)  VALUE
              "PARCELAS VENCIDAS EM ABERTO...:".
           03 LT-PARC         PIC ZZZZZ9.
           03 FILLER          PIC X(10)  VALUE "  VALOR:".
           03 LT-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LIN-TOT2.
           03 FILLER          PIC X(32)  VALUE
              "CLIENTES COM ATRASO...........:".
           03 LT-CLI          PIC ZZZZZ9.
       01 LIN-TOT3.
           03 FILLER          PIC X(32)  VALUE
              "MUDANCAS DE ESTAGIO...........:".
           03 LT-MUDA         PIC ZZZZZ9.
       01 LIN-TOT4.
           03 FILLER          PIC X(32)  VALUE
              "CARTAS EMITIDAS...............:".
           03 LT-CARTA        PIC ZZZZZ9.
       01 LIN-TOT5.
           03 FILLER          PIC X(32)  VALUE
              "CLIENTES BLOQUEADOS...........:".
           03 LT-BLOQ         PIC ZZZZZ9.
       01 LIN-TOT6.
           03 FILLER          PIC X(32)  VALUE
              "CLIENTES LIBERADOS............:".
           03 LT-LIB          PIC ZZZZZ9.
      *
      * CARTA DE COBRANCA (SPOOL SGB023C)
      *
       01 LIN-CAR-SEP         PIC X(100) VALUE ALL "=".
       01 LIN-CAR-EMP.
           03 LE-RAZAO        PIC X(30).
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LE-LOGRAD       PIC X(40).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LE-CIDADE       PIC X(12).
           03 FILLER          PIC X(01)  VALUE "/".
           03 LE-UF           PIC X(02).
       01 LIN-CAR-DATA.
           03 FILLER          PIC X(06)  VALUE "DATA: ".
           03 LE-DIA          PIC 9(02).
           03 FILLER          PIC X(01)  VALUE "/".
           03 LE-MES          PIC 9(02).
           03 FILLER          PIC X(01)  VALUE "/".
           03 LE-ANO          PIC 9(04).
       01 LIN-CAR-CLI1.
           03 FILLER          PIC X(10)  VALUE "CLIENTE: ".
           03 LE-CLIENTE      PIC 9(05).
           03 FILLER          PIC X(03)  VALUE " - ".
           03 LE-NOME         PIC X(30).
       01 LIN-CAR-CLI2.
           03 FILLER          PIC X(10)  VALUE SPACES.
           03 LE-END          PIC X(40).
       01 LIN-CAR-CLI3.
           03 FILLER          PIC X(10)  VALUE SPACES.
           03 LE-BAIRRO       PIC X(20).
           03 FILLER          PIC X(03)  VALUE " - ".
           03 LE-CID-CLI      PIC X(12).
           03 FILLER          PIC X(01)  VALUE "/".
           03 LE-UF-CLI       PIC X(02).
       01 LIN-CAR-CLI4.
           03 FILLER          PIC X(15)  VALUE "          CEP: ".
           03 LE-CEP1         PIC 9(05).
           03 FILLER          PIC X(01)  VALUE "-".
           03 LE-CEP2         PIC 9(03).
       01 LIN-CAR-ASSUNTO.
           03 FILLER          PIC X(10)  VALUE "ASSUNTO: ".
           03 LE-TITULO       PIC X(20).
           03 FILLER          PIC X(25)  VALUE
              " - PARCELAS EM ATRASO".
       01 LIN-CAR-TEXTO.
           03 LE-TEXTO        PIC X(70).
       01 LIN-CAR-BLOQ.
           03 FILLER          PIC X(70)  VALUE
              "SEU CREDITO ESTA BLOQUEADO ATE A QUITACAO DO ATRASO.".
       01 LIN-CAR-CAB.
           03 FILLER          PIC X(42)  VALUE
              "   PEDIDO-PC   VENCIMENTO   DIAS DE ATRASO".
           03 FILLER          PIC X(18)  VALUE
              "             VALOR".
       01 LIN-CAR-PARC.
           03 FILLER          PIC X(03)  VALUE SPACES.
           03 LE-NUMERO       PIC 9(05).
           03 FILLER          PIC X(01)  VALUE "-".
           03 LE-PARCELA      PIC 9(02).
           03 FILLER          PIC X(03)  VALUE SPACES.
           03 LE-VCT-DIA      PIC 9(02).
           03 FILLER          PIC X(01)  VALUE "/".
           03 LE-VCT-MES      PIC 9(02).
           03 FILLER          PIC X(01)  VALUE "/".
           03 LE-VCT-ANO      PIC 9(04).
           03 FILLER          PIC X(06)  VALUE SPACES.
           03 LE-ATRASO       PIC ZZZZ9.
           03 FILLER          PIC X(09)  VALUE SPACES.
           03 LE-VALOR        PIC ZZ.ZZZ.ZZ9,99.
       01 LIN-CAR-TOT.
           03 FILLER          PIC X(47)  VALUE
              "   TOTAL EM ATRASO".
           03 LE-TOTAL        PIC ZZ.ZZZ.ZZ9,99.
       01 LIN-CAR-ASS1        PIC X(100) VALUE "ATENCIOSAMENTE,".
       01 LIN-CAR-ASS2        PIC X(100) VALUE
              "DEPARTAMENTO DE COBRANCA".
       01 LIN-BRANCO          PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SGB023 - REGUA DE COBRANCA"
           MOVE "SGB023  " TO OPER-CODIGO
           CALL "LEREMP" USING DADOS-EMPRESA
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-HOJE
           MOVE W-DATAHORA(9:8) TO W-AGORA
           COMPUTE W-INT-HOJE = FUNCTION INTEGER-OF-DATE(W-HOJE).
      *
      * LIMITES DA REGUA NO CADPARM: O PARAMETRO QUE FALTA E
      * GRAVADO COM O VALOR PADRAO, PARA FICAR A VISTA
      *
       LE-PARAMETRO.
           OPEN I-O CADPARM
           IF ST-PARM NOT = "00"
               IF ST-PARM = "30"
                      OPEN OUTPUT CADPARM
                      CLOSE CADPARM
                      GO TO LE-PARAMETRO
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO CADPARM " ST-PARM
                      STOP RUN.
           PERFORM LE-LIMITE THRU LE-LIMITE-FIM
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 3
           MOVE "COBBLOQ " TO PARM-CHAVE
           READ CADPARM
               INVALID KEY
                   MOVE "COBBLOQ " TO PARM-CHAVE
                   MOVE ZEROS      TO PARM-MARGEM-MIN
                   MOVE 3          TO PARM-CONTADOR
                   WRITE REGPARM.
           IF PARM-CONTADOR > 3
               DISPLAY "SGB023 - ESTAGIO DE BLOQUEIO INVALIDO: "
                       PARM-CONTADOR
               CLOSE CADPARM
               MOVE 8 TO RETURN-CODE
               GOBACK.
           MOVE PARM-CONTADOR TO W-EST-BLOQ
           CLOSE CADPARM
           IF W-LIM-DIAS(1) = ZEROS
              OR W-LIM-DIAS(2) NOT > W-LIM-DIAS(1)
              OR W-LIM-DIAS(3) NOT > W-LIM-DIAS(2)
               DISPLAY "SGB023 - LIMITES DA REGUA FORA DE ORDEM: "
                       W-LIM-DIAS(1) " " W-LIM-DIAS(2) " "
                       W-LIM-DIAS(3)
               MOVE 8 TO RETURN-CODE
               GOBACK.
       ABRE-ARQUIVOS.
           OPEN INPUT CADREC
           IF ST-REC NOT = "00"
               DISPLAY "SGB023 - CADREC AUSENTE - NADA A COBRAR"
               GOBACK.
           OPEN I-O CADCLI
           IF ST-CLI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADCLI " ST-CLI
               STOP RUN.
       ABRE-COB.
           OPEN I-O CADCOB
           IF ST-COB NOT = "00"
               IF ST-COB = "30" OR ST-COB = "35"
                      OPEN OUTPUT CADCOB
                      CLOSE CADCOB
                      GO TO ABRE-COB
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO CADCOB " ST-COB
                      STOP RUN.
           CALL "SPLNOME" USING "SGB023  " W-NOME-REL
           OPEN OUTPUT RELCOB
           CALL "SPLNOME" USING "SGB023C " W-NOME-CAR
           OPEN OUTPUT RELCAR
           MOVE W-HOJE        TO LC-DATA
           MOVE W-LIM-DIAS(1) TO LC-DIAS1
           MOVE W-LIM-DIAS(2) TO LC-DIAS2
           MOVE W-LIM-DIAS(3) TO LC-DIAS3
           MOVE W-EST-BLOQ    TO LC-EST-BLOQ
           WRITE LINRELCOB FROM LIN-CAB1
           WRITE LINRELCOB FROM LIN-BRANCO
           WRITE LINRELCOB FROM LIN-CAB2
           WRITE LINRELCOB FROM LIN-BRANCO.
       PROC-PRINCIPAL.
           MOVE "N" TO W-FIM
           SORT SORTCOB ON ASCENDING KEY SRT-CLIENTE SRT-VENCTO
                                         SRT-NUMERO SRT-PARCELA
                INPUT  PROCEDURE IS COB-SELECIONA
                                    THRU COB-SELECIONA-FIM
                OUTPUT PROCEDURE IS COB-GERA THRU COB-GERA-FIM
           IF W-ABERTO = "S"
               PERFORM FECHA-CLIENTE THRU FECHA-CLIENTE-FIM.
           IF W-ERRO = "N"
               PERFORM REGULARIZADOS THRU REGULARIZADOS-FIM.
           MOVE W-QTDE-PARC  TO LT-PARC
           MOVE W-VLR-ATRASO TO LT-VALOR
           MOVE W-QTDE-CLI   TO LT-CLI
           MOVE W-QTDE-MUDA  TO LT-MUDA
           MOVE W-QTDE-CARTA TO LT-CARTA
           MOVE W-QTDE-BLOQ  TO LT-BLOQ
           MOVE W-QTDE-LIB   TO LT-LIB
           WRITE LINRELCOB FROM LIN-BRANCO
           WRITE LINRELCOB FROM LIN-TOT1
           WRITE LINRELCOB FROM LIN-TOT2
           WRITE LINRELCOB FROM LIN-TOT3
           WRITE LINRELCOB FROM LIN-TOT4
           WRITE LINRELCOB FROM LIN-TOT5
           WRITE LINRELCOB FROM LIN-TOT6
           CLOSE CADREC CADCLI CADCOB RELCOB RELCAR
           STRING "DATA=" W-HOJE " BLOQ=" W-EST-BLOQ
                  DELIMITED BY SIZE INTO W-PARAMS-SPL
           CALL "SPLREG" USING "SGB023  " W-NOME-REL W-PARAMS-SPL
           MOVE SPACES TO W-PARAMS-SPL
           STRING "DATA=" W-HOJE " CARTAS=" W-QTDE-CARTA
                  DELIMITED BY SIZE INTO W-PARAMS-SPL
           CALL "SPLREG" USING "SGB023C " W-NOME-CAR W-PARAMS-SPL
           DISPLAY "SGB023 - PARCELAS VENCIDAS.....: " W-QTDE-PARC
           DISPLAY "SGB023 - CLIENTES COM ATRASO...: " W-QTDE-CLI
           DISPLAY "SGB023 - MUDANCAS DE ESTAGIO...: " W-QTDE-MUDA
           DISPLAY "SGB023 - CARTAS EMITIDAS.......: " W-QTDE-CARTA
           DISPLAY "SGB023 - CLIENTES BLOQUEADOS...: " W-QTDE-BLOQ
           DISPLAY "SGB023 - CLIENTES LIBERADOS....: " W-QTDE-LIB
           IF W-ERRO = "S"
               DISPLAY "SGB023 - COBRANCA INTERROMPIDA POR ERRO DE "
                       "GRAVACAO"
               MOVE 8 TO RETURN-CODE.
           GOBACK.
      *
       LE-LIMITE.
           MOVE W-IX TO W-CHAVE-EST
           MOVE W-CHAVE-LIM TO PARM-CHAVE
           READ CADPARM
               INVALID KEY
                   MOVE W-CHAVE-LIM   TO PARM-CHAVE
                   MOVE ZEROS         TO PARM-MARGEM-MIN
                   MOVE W-LIM-DEF(W-IX) TO PARM-CONTADOR
                   WRITE REGPARM.
           MOVE PARM-CONTADOR TO W-LIM-DIAS(W-IX).
       LE-LIMITE-FIM.
           EXIT.
      *
      *****************************************
      * PROCEDIMENTO DE ENTRADA DO SORT       *
      * PARCELAS EM ABERTO JA VENCIDAS        *
      *****************************************
       COB-SELECIONA.
           PERFORM COB-LE-PARCELA THRU COB-LE-PARCELA-FIM
               UNTIL W-FIM = "S".
       COB-SELECIONA-FIM.
           EXIT.
      *
       COB-LE-PARCELA.
           READ CADREC NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO COB-LE-PARCELA-FIM.
           IF REC-SITUACAO NOT = "A"
               GO TO COB-LE-PARCELA-FIM.
           COMPUTE W-INT-VCT = FUNCTION INTEGER-OF-DATE(REC-VENCTO)
           COMPUTE W-ATRASO  = W-INT-HOJE - W-INT-VCT
           IF W-ATRASO NOT > ZEROS
               GO TO COB-LE-PARCELA-FIM.
           ADD 1 TO W-QTDE-PARC
           ADD REC-VALOR TO W-VLR-ATRASO
           MOVE REC-CLIENTE TO SRT-CLIENTE
           MOVE REC-VENCTO  TO SRT-VENCTO
           MOVE REC-NUMERO  TO SRT-NUMERO
           MOVE REC-PARCELA TO SRT-PARCELA
           MOVE W-ATRASO    TO SRT-ATRASO
           MOVE REC-VALOR   TO SRT-VALOR
           RELEASE REGSORTCOB.
       COB-LE-PARCELA-FIM.
           EXIT.
      *
      *****************************************
      * PROCEDIMENTO DE SAIDA DO SORT         *
      * QUEBRA POR CLIENTE; A PRIMEIRA        *
      * PARCELA E A MAIS ANTIGA E DA O        *
      * ESTAGIO DO CLIENTE                    *
      *****************************************
       COB-GERA.
           IF W-ERRO = "S"
               GO TO COB-GERA-FIM.
           RETURN SORTCOB AT END GO TO COB-GERA-FIM.
           IF W-ABERTO = "N" OR SRT-CLIENTE NOT = W-CLI-ANT
               IF W-ABERTO = "S"
                   PERFORM FECHA-CLIENTE THRU FECHA-CLIENTE-FIM
                   PERFORM ABRE-CLIENTE THRU ABRE-CLIENTE-FIM
               ELSE
                   PERFORM ABRE-CLIENTE THRU ABRE-CLIENTE-FIM.
           IF W-PULA = "N"
               ADD 1 TO COB-QTDE
               ADD SRT-VALOR TO COB-VALOR
               IF W-CARTA = "S"
                   PERFORM CARTA-PARCELA THRU CARTA-PARCELA-FIM.
           GO TO COB-GERA.
       COB-GERA-FIM.
           EXIT.
      *
       ABRE-CLIENTE.
           MOVE "S"         TO W-ABERTO
           MOVE "N"         TO W-PULA W-NOVO W-CARTA
           MOVE SRT-CLIENTE TO W-CLI-ANT
           ADD 1 TO W-QTDE-CLI
           MOVE SRT-CLIENTE TO CLI-CODIGO
           READ CADCLI
               INVALID KEY
                   MOVE "S" TO W-PULA
                   MOVE SPACES TO CLI-NOME
                   MOVE ZEROS  TO W-EST-ANT W-EST-NOVO COB-VALOR
                   MOVE SRT-ATRASO TO COB-DIAS
                   MOVE "CLIENTE NAO CADASTRADO" TO W-OCORRENCIA
                   PERFORM IMPRIME-CONTROLE THRU IMPRIME-CONTROLE-FIM
                   GO TO ABRE-CLIENTE-FIM.
           IF CLI-SITUACAO = "D"
               MOVE "S" TO W-PULA
               GO TO ABRE-CLIENTE-FIM.
           MOVE ZEROS TO W-EST-NOVO
           PERFORM ACHA-ESTAGIO THRU ACHA-ESTAGIO-FIM
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 3
           MOVE SRT-CLIENTE TO COB-CLIENTE
           READ CADCOB
               INVALID KEY
                   MOVE "S"   TO W-NOVO
                   MOVE SRT-CLIENTE TO COB-CLIENTE
                   MOVE ZEROS TO COB-ESTAGIO COB-DATA-EST COB-DIAS
                                 COB-DIAS-BLOQ COB-DATA-BLOQ
                                 COB-DATA-LIB
                   MOVE "N"   TO COB-BLOQUEIO
                   MOVE SPACES TO COB-OPER-LIB.
           MOVE SPACES TO W-JRN-ANTES
           IF W-NOVO = "N"
               MOVE REGCOB TO W-JRN-ANTES.
           MOVE COB-ESTAGIO  TO W-EST-ANT
           MOVE COB-BLOQUEIO TO W-BLOQ-ANT
           MOVE SRT-ATRASO   TO COB-DIAS
           MOVE ZEROS        TO COB-QTDE COB-VALOR
           IF W-EST-NOVO > W-EST-ANT
               MOVE "S" TO W-CARTA
               PERFORM CARTA-CABECA THRU CARTA-CABECA-FIM.
       ABRE-CLIENTE-FIM.
           EXIT.
      *
       ACHA-ESTAGIO.
           IF SRT-ATRASO NOT < W-LIM-DIAS(W-IX)
               MOVE W-IX TO W-EST-NOVO.
       ACHA-ESTAGIO-FIM.
           EXIT.
      *
      *****************************************
      * FIM DO CLIENTE: BLOQUEIO/LIBERACAO,   *
      * FECHO DA CARTA, CADCOB E JORNAL       *
      *****************************************
       FECHA-CLIENTE.
           MOVE "N" TO W-ABERTO
           IF W-PULA = "S"
               GO TO FECHA-CLIENTE-FIM.
           MOVE SPACES TO W-OCORRENCIA
           PERFORM CONFERE-BLOQUEIO THRU CONFERE-BLOQUEIO-FIM
           IF W-CARTA = "S"
               PERFORM CARTA-FECHO THRU CARTA-FECHO-FIM.
           MOVE W-EST-NOVO TO COB-ESTAGIO
           IF W-EST-NOVO NOT = W-EST-ANT
               MOVE W-HOJE TO COB-DATA-EST
               ADD 1 TO W-QTDE-MUDA.
           MOVE W-HOJE  TO COB-EXEC-DATA
           MOVE W-AGORA TO COB-EXEC-HORA
           IF W-NOVO = "S"
               IF W-EST-NOVO = ZEROS
                   GO TO FECHA-CLIENTE-FIM
               ELSE
                   WRITE REGCOB
           ELSE
               REWRITE REGCOB.
           IF ST-COB NOT = "00" AND ST-COB NOT = "02"
               CALL "LOGERRO" USING "SGB023  "
                    "FECHA-CLIENTE       " ST-COB
               MOVE "S" TO W-ERRO
               GO TO FECHA-CLIENTE-FIM.
           IF W-EST-NOVO NOT = W-EST-ANT
              OR COB-BLOQUEIO NOT = W-BLOQ-ANT
               PERFORM JORNAL-COBRANCA THRU JORNAL-COBRANCA-FIM.
           IF W-CARTA = "S"
               IF W-OCORRENCIA = SPACES
                   MOVE "CARTA DE COBRANCA" TO W-OCORRENCIA
               ELSE
                   MOVE "CARTA DE COBRANCA E BLOQUEIO" TO W-OCORRENCIA.
           IF W-EST-NOVO < W-EST-ANT AND W-OCORRENCIA = SPACES
               MOVE "ESTAGIO REDUZIDO" TO W-OCORRENCIA.
           IF W-OCORRENCIA NOT = SPACES
               PERFORM IMPRIME-CONTROLE THRU IMPRIME-CONTROLE-FIM.
       FECHA-CLIENTE-FIM.
           EXIT.
      *
      *****************************************
      * BLOQUEIO AO ENTRAR NO ESTAGIO DO      *
      * COBBLOQ (SO CLIENTE ATIVO). ABAIXO    *
      * DELE, O BLOQUEIO DA COBRANCA E        *
      * LIBERADO. CLIENTE QUE O OPERADOR JA   *
      * VOLTOU PARA ATIVO ("MANUAL") NAO E    *
      * BLOQUEADO DE NOVO ENQUANTO NAO SAIR   *
      * DO ESTAGIO; LIBERADO NA BAIXA MAS     *
      * AINDA NO ESTAGIO VOLTA A BLOQUEAR     *
      *****************************************
       CONFERE-BLOQUEIO.
           IF COB-BLOQUEIO = "S"
               IF W-EST-BLOQ = ZEROS OR W-EST-NOVO < W-EST-BLOQ
                   PERFORM LIBERA-CLIENTE THRU LIBERA-CLIENTE-FIM
                   GO TO CONFERE-BLOQUEIO-FIM
               ELSE
                   IF CLI-SITUACAO NOT = "B"
                       MOVE "N"      TO COB-BLOQUEIO
                       MOVE W-HOJE   TO COB-DATA-LIB
                       MOVE "MANUAL" TO COB-OPER-LIB
                       MOVE "LIBERADO PELO CADASTRO" TO W-OCORRENCIA
                   END-IF
                   GO TO CONFERE-BLOQUEIO-FIM.
           IF W-EST-BLOQ = ZEROS OR W-EST-NOVO < W-EST-BLOQ
              OR CLI-SITUACAO NOT = "A"
               GO TO CONFERE-BLOQUEIO-FIM.
           IF W-EST-ANT NOT < W-EST-BLOQ AND COB-OPER-LIB = "MANUAL"
               GO TO CONFERE-BLOQUEIO-FIM.
           MOVE SPACES TO W-CLI-ANTES
           MOVE REGCLI TO W-CLI-ANTES
           MOVE "B"         TO CLI-SITUACAO
           MOVE "BLOQUEADO" TO CLI-DESCSITU
           REWRITE REGCLI
           IF ST-CLI NOT = "00" AND ST-CLI NOT = "02"
               CALL "LOGERRO" USING "SGB023  "
                    "CONFERE-BLOQUEIO    " ST-CLI
               MOVE "ERRO NO BLOQUEIO DO CADCLI" TO W-OCORRENCIA
               GO TO CONFERE-BLOQUEIO-FIM.
           PERFORM JORNAL-CLIENTE THRU JORNAL-CLIENTE-FIM
           MOVE "S"    TO COB-BLOQUEIO
           MOVE W-HOJE TO COB-DATA-BLOQ
           MOVE W-LIM-DIAS(W-EST-BLOQ) TO COB-DIAS-BLOQ
           ADD 1 TO W-QTDE-BLOQ
           MOVE "BLOQUEADO" TO W-OCORRENCIA.
       CONFERE-BLOQUEIO-FIM.
           EXIT.
      *
       LIBERA-CLIENTE.
           MOVE "N"         TO COB-BLOQUEIO
           MOVE W-HOJE      TO COB-DATA-LIB
           MOVE OPER-CODIGO TO COB-OPER-LIB
           ADD 1 TO W-QTDE-LIB
           MOVE "LIBERADO" TO W-OCORRENCIA
           IF CLI-SITUACAO NOT = "B"
               GO TO LIBERA-CLIENTE-FIM.
           MOVE SPACES TO W-CLI-ANTES
           MOVE REGCLI TO W-CLI-ANTES
           MOVE "A"     TO CLI-SITUACAO
           MOVE "ATIVO" TO CLI-DESCSITU
           REWRITE REGCLI
           IF ST-CLI NOT = "00" AND ST-CLI NOT = "02"
               CALL "LOGERRO" USING "SGB023  "
                    "LIBERA-CLIENTE      " ST-CLI
               MOVE "ERRO NA LIBERACAO DO CADCLI" TO W-OCORRENCIA
               GO TO LIBERA-CLIENTE-FIM.
           PERFORM JORNAL-CLIENTE THRU JORNAL-CLIENTE-FIM.
       LIBERA-CLIENTE-FIM.
           EXIT.
      *
      *****************************************
      * CLIENTES DO CADCOB SEM PARCELA        *
      * VENCIDA NESTA EXECUCAO: VOLTAM AO     *
      * ESTAGIO 0 E, SE BLOQUEADOS PELA       *
      * COBRANCA, SAO LIBERADOS               *
      *****************************************
       REGULARIZADOS.
           MOVE ZEROS TO COB-CLIENTE
           START CADCOB KEY IS NOT LESS THAN COB-CLIENTE
               INVALID KEY GO TO REGULARIZADOS-FIM.
           MOVE "N" TO W-FIM
           PERFORM REGULARIZA THRU REGULARIZA-FIM
               UNTIL W-FIM = "S".
       REGULARIZADOS-FIM.
           EXIT.
      *
       REGULARIZA.
           READ CADCOB NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO REGULARIZA-FIM.
           IF COB-EXEC-DATA = W-HOJE AND COB-EXEC-HORA = W-AGORA
               GO TO REGULARIZA-FIM.
           IF COB-ESTAGIO = ZEROS AND COB-BLOQUEIO NOT = "S"
               GO TO REGULARIZA-FIM.
           MOVE SPACES TO W-JRN-ANTES W-OCORRENCIA
           MOVE REGCOB TO W-JRN-ANTES
           MOVE COB-ESTAGIO  TO W-EST-ANT
           MOVE COB-BLOQUEIO TO W-BLOQ-ANT
           MOVE ZEROS        TO W-EST-NOVO
           MOVE COB-CLIENTE  TO CLI-CODIGO
      *    CLIENTE FORA DO CADCLI OU DESATIVADO NAO E AVALIADO POR
      *    ABRE-CLIENTE: A AUSENCIA DA MARCA DE EXECUCAO NAO SIGNIFICA
      *    QUE ESTEJA EM DIA, ENTAO O ESTAGIO E MANTIDO
           READ CADCLI
               INVALID KEY
                   GO TO REGULARIZA-FIM.
           IF CLI-SITUACAO = "D"
               GO TO REGULARIZA-FIM.
           IF COB-BLOQUEIO = "S"
               PERFORM LIBERA-CLIENTE THRU LIBERA-CLIENTE-FIM.
           IF W-OCORRENCIA = SPACES
               MOVE "REGULARIZADO" TO W-OCORRENCIA.
           MOVE ZEROS   TO COB-ESTAGIO COB-DIAS COB-VALOR COB-QTDE
           MOVE W-HOJE  TO COB-DATA-EST COB-EXEC-DATA
           MOVE W-AGORA TO COB-EXEC-HORA
           IF W-EST-ANT NOT = ZEROS
               ADD 1 TO W-QTDE-MUDA.
           REWRITE REGCOB
           IF ST-COB NOT = "00" AND ST-COB NOT = "02"
               CALL "LOGERRO" USING "SGB023  "
                    "REGULARIZA          " ST-COB
               MOVE "S" TO W-ERRO W-FIM
               GO TO REGULARIZA-FIM.
           PERFORM JORNAL-COBRANCA THRU JORNAL-COBRANCA-FIM
           PERFORM IMPRIME-CONTROLE THRU IMPRIME-CONTROLE-FIM.
       REGULARIZA-FIM.
           EXIT.
      *
      *****************************************
      * JORNAL (GRAVAJRN) DO ESTAGIO E DO     *
      * BLOQUEIO - OPERADOR SGB023            *
      *****************************************
       JORNAL-COBRANCA.
           MOVE SPACES      TO W-JRN-CHAVE W-JRN-NOVA
           MOVE COB-CLIENTE TO W-JRN-CHAVE
           MOVE REGCOB      TO W-JRN-NOVA
           CALL "GRAVAJRN" USING "CADCOB  " "A"
                W-JRN-CHAVE W-JRN-ANTES W-JRN-NOVA.
       JORNAL-COBRANCA-FIM.
           EXIT.
      *
       JORNAL-CLIENTE.
           MOVE SPACES     TO W-JRN-CHAVE W-JRN-NOVA
           MOVE CLI-CODIGO TO W-JRN-CHAVE
           MOVE REGCLI     TO W-JRN-NOVA
           CALL "GRAVAJRN" USING "CADCLI  " "A"
                W-JRN-CHAVE W-CLI-ANTES W-JRN-NOVA.
       JORNAL-CLIENTE-FIM.
           EXIT.
      *
       IMPRIME-CONTROLE.
           MOVE CLI-CODIGO   TO LD-CLIENTE
           MOVE CLI-NOME     TO LD-NOME
           MOVE W-EST-ANT    TO LD-EST-ANT
           MOVE W-EST-NOVO   TO LD-EST-NOVO
           MOVE COB-DIAS     TO LD-DIAS
           MOVE COB-VALOR    TO LD-VALOR
           MOVE W-OCORRENCIA TO LD-OCORRENCIA
           WRITE LINRELCOB FROM LIN-DET.
       IMPRIME-CONTROLE-FIM.
           EXIT.
      *
      *****************************************
      * CARTA DE COBRANCA: CABECALHO COM A    *
      * EMPRESA E O ENDERECO DO CLIENTE, UMA  *
      * LINHA POR PARCELA VENCIDA E O FECHO   *
      *****************************************
       CARTA-CABECA.
           ADD 1 TO W-QTDE-CARTA
           MOVE EMP-RAZAO  TO LE-RAZAO
           MOVE EMP-LOGRAD TO LE-LOGRAD
           MOVE EMP-CIDADE TO LE-CIDADE
           MOVE EMP-UF     TO LE-UF
           MOVE W-HOJE(7:2) TO LE-DIA
           MOVE W-HOJE(5:2) TO LE-MES
           MOVE W-HOJE(1:4) TO LE-ANO
           MOVE CLI-CODIGO TO LE-CLIENTE
           MOVE CLI-NOME   TO LE-NOME
           MOVE CLI-LOGRAD TO LE-END
           MOVE CLI-BAIRRO TO LE-BAIRRO
           MOVE CLI-CIDADE TO LE-CID-CLI
           MOVE CLI-UF     TO LE-UF-CLI
           MOVE CLI-CEP(1:5) TO LE-CEP1
           MOVE CLI-CEP(6:3) TO LE-CEP2
           MOVE WX-TITULO(W-EST-NOVO) TO LE-TITULO
           WRITE LINRELCAR FROM LIN-CAR-SEP
           WRITE LINRELCAR FROM LIN-CAR-EMP
           WRITE LINRELCAR FROM LIN-BRANCO
           WRITE LINRELCAR FROM LIN-CAR-DATA
           WRITE LINRELCAR FROM LIN-BRANCO
           WRITE LINRELCAR FROM LIN-CAR-CLI1
           WRITE LINRELCAR FROM LIN-CAR-CLI2
           WRITE LINRELCAR FROM LIN-CAR-CLI3
           WRITE LINRELCAR FROM LIN-CAR-CLI4
           WRITE LINRELCAR FROM LIN-BRANCO
           WRITE LINRELCAR FROM LIN-CAR-ASSUNTO
           WRITE LINRELCAR FROM LIN-BRANCO
           MOVE WX-LINHA1(W-EST-NOVO) TO LE-TEXTO
           WRITE LINRELCAR FROM LIN-CAR-TEXTO
           MOVE WX-LINHA2(W-EST-NOVO) TO LE-TEXTO
           WRITE LINRELCAR FROM LIN-CAR-TEXTO
           WRITE LINRELCAR FROM LIN-BRANCO
           WRITE LINRELCAR FROM LIN-CAR-CAB.
       CARTA-CABECA-FIM.
           EXIT.
      *
       CARTA-PARCELA.
           MOVE SRT-NUMERO      TO LE-NUMERO
           MOVE SRT-PARCELA     TO LE-PARCELA
           MOVE SRT-VENCTO(7:2) TO LE-VCT-DIA
           MOVE SRT-VENCTO(5:2) TO LE-VCT-MES
           MOVE SRT-VENCTO(1:4) TO LE-VCT-ANO
           MOVE SRT-ATRASO      TO LE-ATRASO
           MOVE SRT-VALOR       TO LE-VALOR
           WRITE LINRELCAR FROM LIN-CAR-PARC.
       CARTA-PARCELA-FIM.
           EXIT.
      *
       CARTA-FECHO.
           MOVE COB-VALOR TO LE-TOTAL
           WRITE LINRELCAR FROM LIN-CAR-TOT
           WRITE LINRELCAR FROM LIN-BRANCO
           IF COB-BLOQUEIO = "S"
               WRITE LINRELCAR FROM LIN-CAR-BLOQ
               WRITE LINRELCAR FROM LIN-BRANCO.
           WRITE LINRELCAR FROM LIN-CAR-ASS1
           MOVE EMP-RAZAO TO LE-TEXTO
           WRITE LINRELCAR FROM LIN-CAR-TEXTO
           WRITE LINRELCAR FROM LIN-CAR-ASS2
           WRITE LINRELCAR FROM LIN-BRANCO.
       CARTA-FECHO-FIM.
           EXIT.
