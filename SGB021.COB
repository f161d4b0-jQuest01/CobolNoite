       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB021.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * CONFERENCIA DE ENDERECOS: COMPARA  *
      * O ENDERECO GRAVADO EM CADA CLIENTE *
      * (CADCLI) E FORNECEDOR (CADFOR) COM *
      * O CEP ATUAL NO CADCEP E RELATA:    *
      * - CAMPOS DIVERGENTES (LOGRADOURO,  *
      *   BAIRRO, CIDADE, UF)              *
      * - CEP INATIVO NO CADCEP            *
      * - CEP INEXISTENTE NO CADCEP        *
      * MODO DE ATUALIZACAO (PARAMETRO     *
      * "S") REGRAVA O ENDERECO DIVERGENTE *
      * COM O DO CADCEP E REGISTRA CADA    *
      * ALTERACAO NO JORNAL (GRAVAJRN) COM *
      * OPERADOR "SGB021". CEP INATIVO OU  *
      * INEXISTENTE SO E RELATADO          *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCEP.COB.
           COPY SELCLI.COB.
           COPY SELFOR.COB.
           SELECT RELEND ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCEP.COB.
           COPY FDCLI.COB.
           COPY FDFOR.COB.
       FD  RELEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-REL.
       01 LINRELEND           PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-CLI       PIC X(02) VALUE "00".
       77 ST-FOR       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-NOME-REL   PIC X(30) VALUE SPACES.
       77 W-PARAMS-SPL PIC X(30) VALUE SPACES.
       77 W-MODO       PIC X(01) VALUE "N".
       77 W-FIM        PIC X(01) VALUE "N".
       77 W-SITUACAO   PIC X(01) VALUE SPACES.
       77 W-ENTIDADE   PIC X(03) VALUE SPACES.
       77 W-CODIGO     PIC 9(05) VALUE ZEROS.
       77 W-NOME       PIC X(30) VALUE SPACES.
       77 W-CEP        PIC 9(08) VALUE ZEROS.
       77 W-OCORRENCIA PIC X(01) VALUE SPACES.
       77 W-QTDE-LIDO  PIC 9(06) VALUE ZEROS.
       77 W-QTDE-DIVER PIC 9(06) VALUE ZEROS.
       77 W-QTDE-INAT  PIC 9(06) VALUE ZEROS.
       77 W-QTDE-AUSEN PIC 9(06) VALUE ZEROS.
       77 W-QTDE-ATUAL PIC 9(06) VALUE ZEROS.
       77 W-QTDE-ERRO  PIC 9(06) VALUE ZEROS.
       77 W-JRN-CHAVE  PIC X(14) VALUE SPACES.
       01 W-JRN-ANTES  PIC X(200) VALUE SPACES.
       01 W-JRN-NOVA   PIC X(200) VALUE SPACES.
      *
      * ENDERECO GRAVADO NO CLIENTE/FORNECEDOR EM CONFERENCIA
      *
       01 W-ENDERECO.
           03 W-LOGRAD        PIC X(40).
           03 W-BAIRRO        PIC X(20).
           03 W-CIDADE        PIC X(12).
           03 W-UF            PIC X(02).
       01 W-CAMPOS.
           03 W-CPO-LOG       PIC X(07).
           03 W-CPO-BAI       PIC X(07).
           03 W-CPO-CID       PIC X(07).
           03 W-CPO-UF        PIC X(03).
           COPY WSUSU.COB.
       01 LIN-CAB1.
           03 FILLER          PIC X(50)  VALUE
              "CONFERENCIA DE ENDERECOS CONTRA O CADCEP".
           03 FILLER          PIC X(06)  VALUE "MODO: ".
           03 LC-MODO         PIC X(20).
       01 LIN-CAB2.
           03 FILLER          PIC X(40)  VALUE
              "CAD CODIGO NOME".
           03 FILLER          PIC X(60)  VALUE
              "CEP      OCORRENCIA".
       01 LIN-DET.
           03 LD-ENTIDADE     PIC X(03).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-CODIGO       PIC ZZZZ9.
           03 FILLER          PIC X(02)  VALUE SPACES.
           03 LD-NOME         PIC X(29).
           03 LD-CEP          PIC 99999B999.
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LD-MSG          PIC X(50).
       01 LIN-END.
           03 FILLER          PIC X(11)  VALUE SPACES.
           03 LE-ORIGEM       PIC X(08).
           03 LE-LOGRAD       PIC X(40).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LE-BAIRRO       PIC X(20).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LE-CIDADE       PIC X(12).
           03 FILLER          PIC X(01)  VALUE SPACES.
           03 LE-UF           PIC X(02).
       01 LIN-TIT.
           03 LTI-TEXTO       PIC X(100).
       01 LIN-TOT.
           03 LT-DESCR        PIC X(40).
           03 LT-QTDE         PIC ZZZ.ZZ9.
       01 LIN-BRANCO          PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SGB021 - CONFERENCIA DE ENDERECOS CONTRA O CADCEP"
           DISPLAY "ATUALIZAR OS ENDERECOS DIVERGENTES (S/N)? "
           ACCEPT W-MODO
           IF W-MODO = "s"
               MOVE "S" TO W-MODO.
           IF W-MODO NOT = "S"
               MOVE "N" TO W-MODO.
           MOVE "SGB021  " TO OPER-CODIGO
           MOVE ZEROS      TO OPER-NIVEL.
       ABRE-ARQUIVOS.
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADCEP " ST-ERRO
               STOP RUN.
           IF W-MODO = "S"
               OPEN I-O CADCLI
           ELSE
               OPEN INPUT CADCLI.
           IF ST-CLI NOT = "00"
               DISPLAY "SGB021 - CADCLI AUSENTE - SEM CLIENTES"
               MOVE "99" TO ST-CLI.
           IF W-MODO = "S"
               OPEN I-O CADFOR
           ELSE
               OPEN INPUT CADFOR.
           IF ST-FOR NOT = "00"
               DISPLAY "SGB021 - CADFOR AUSENTE - SEM FORNECEDORES"
               MOVE "99" TO ST-FOR.
           CALL "SPLNOME" USING "SGB021  " W-NOME-REL
           OPEN OUTPUT RELEND
           IF W-MODO = "S"
               MOVE "ATUALIZACAO"       TO LC-MODO
           ELSE
               MOVE "SOMENTE RELATORIO" TO LC-MODO.
           WRITE LINRELEND FROM LIN-CAB1
           WRITE LINRELEND FROM LIN-BRANCO
           WRITE LINRELEND FROM LIN-CAB2
           WRITE LINRELEND FROM LIN-BRANCO.
       PROC-PRINCIPAL.
           PERFORM VARRE-CLIENTES THRU VARRE-CLIENTES-FIM
           PERFORM VARRE-FORNEC THRU VARRE-FORNEC-FIM
           PERFORM IMPRIME-TOTAIS THRU IMPRIME-TOTAIS-FIM
           CLOSE CADCEP RELEND
           IF ST-CLI NOT = "99"
               CLOSE CADCLI.
           IF ST-FOR NOT = "99"
               CLOSE CADFOR.
           STRING "MODO=" W-MODO
                  DELIMITED BY SIZE INTO W-PARAMS-SPL
           CALL "SPLREG" USING "SGB021  " W-NOME-REL W-PARAMS-SPL
           DISPLAY "SGB021 - CADASTROS LIDOS......: " W-QTDE-LIDO
           DISPLAY "SGB021 - ENDERECOS DIVERGENTES: " W-QTDE-DIVER
           DISPLAY "SGB021 - CEP INATIVO..........: " W-QTDE-INAT
           DISPLAY "SGB021 - CEP INEXISTENTE......: " W-QTDE-AUSEN
           DISPLAY "SGB021 - ENDERECOS ATUALIZADOS: " W-QTDE-ATUAL
           GOBACK.
      *
      *****************************************
      * CLIENTES (MENOS OS DELETADOS)         *
      *****************************************
       VARRE-CLIENTES.
           IF ST-CLI = "99"
               GO TO VARRE-CLIENTES-FIM.
           MOVE "N" TO W-FIM
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM
               UNTIL W-FIM = "S".
       VARRE-CLIENTES-FIM.
           EXIT.
       LE-CLIENTE.
           READ CADCLI NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO LE-CLIENTE-FIM.
           IF CLI-SITUACAO = "D"
               GO TO LE-CLIENTE-FIM.
           MOVE "CLI"      TO W-ENTIDADE
           MOVE CLI-CODIGO TO W-CODIGO
           MOVE CLI-NOME   TO W-NOME
           MOVE CLI-CEP    TO W-CEP
           MOVE CLI-LOGRAD TO W-LOGRAD
           MOVE CLI-BAIRRO TO W-BAIRRO
           MOVE CLI-CIDADE TO W-CIDADE
           MOVE CLI-UF     TO W-UF
           PERFORM CONFERE-ENDERECO THRU CONFERE-ENDERECO-FIM
           IF W-OCORRENCIA NOT = "D" OR W-MODO NOT = "S"
               GO TO LE-CLIENTE-FIM.
           MOVE SPACES TO W-JRN-ANTES
           MOVE REGCLI TO W-JRN-ANTES
           MOVE LOGRAD TO CLI-LOGRAD
           MOVE BAIRRO TO CLI-BAIRRO
           MOVE CIDADE TO CLI-CIDADE
           MOVE UF     TO CLI-UF
           MOVE DSCUF  TO CLI-DSCUF
           REWRITE REGCLI
           IF ST-CLI NOT = "00" AND ST-CLI NOT = "02"
               CALL "LOGERRO" USING "SGB021  "
                    "LE-CLIENTE          " ST-CLI
               ADD 1 TO W-QTDE-ERRO
               MOVE "*** ERRO NA GRAVACAO DO CADCLI ***" TO LTI-TEXTO
               WRITE LINRELEND FROM LIN-TIT
               GO TO LE-CLIENTE-FIM.
           ADD 1 TO W-QTDE-ATUAL
           MOVE "*** ENDERECO ATUALIZADO PELO CADCEP ***" TO LTI-TEXTO
           WRITE LINRELEND FROM LIN-TIT
           MOVE SPACES     TO W-JRN-CHAVE W-JRN-NOVA
           MOVE CLI-CODIGO TO W-JRN-CHAVE
           MOVE REGCLI     TO W-JRN-NOVA
           CALL "GRAVAJRN" USING "CADCLI  " "A"
                W-JRN-CHAVE W-JRN-ANTES W-JRN-NOVA.
       LE-CLIENTE-FIM.
           EXIT.
      *
      *****************************************
      * FORNECEDORES (MENOS OS DELETADOS)     *
      *****************************************
       VARRE-FORNEC.
           IF ST-FOR = "99"
               GO TO VARRE-FORNEC-FIM.
           MOVE "N" TO W-FIM
           PERFORM LE-FORNEC THRU LE-FORNEC-FIM
               UNTIL W-FIM = "S".
       VARRE-FORNEC-FIM.
           EXIT.
       LE-FORNEC.
           READ CADFOR NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM
                   GO TO LE-FORNEC-FIM.
           IF FOR-SITUACAO = "D"
               GO TO LE-FORNEC-FIM.
           MOVE "FOR"      TO W-ENTIDADE
           MOVE FOR-CODIGO TO W-CODIGO
           MOVE FOR-NOME   TO W-NOME
           MOVE FOR-CEP    TO W-CEP
           MOVE FOR-LOGRAD TO W-LOGRAD
           MOVE FOR-BAIRRO TO W-BAIRRO
           MOVE FOR-CIDADE TO W-CIDADE
           MOVE FOR-UF     TO W-UF
           PERFORM CONFERE-ENDERECO THRU CONFERE-ENDERECO-FIM
           IF W-OCORRENCIA NOT = "D" OR W-MODO NOT = "S"
               GO TO LE-FORNEC-FIM.
           MOVE SPACES TO W-JRN-ANTES
           MOVE REGFOR TO W-JRN-ANTES
           MOVE LOGRAD TO FOR-LOGRAD
           MOVE BAIRRO TO FOR-BAIRRO
           MOVE CIDADE TO FOR-CIDADE
           MOVE UF     TO FOR-UF
           MOVE DSCUF  TO FOR-DSCUF
           REWRITE REGFOR
           IF ST-FOR NOT = "00" AND ST-FOR NOT = "02"
               CALL "LOGERRO" USING "SGB021  "
                    "LE-FORNEC           " ST-FOR
               ADD 1 TO W-QTDE-ERRO
               MOVE "*** ERRO NA GRAVACAO DO CADFOR ***" TO LTI-TEXTO
               WRITE LINRELEND FROM LIN-TIT
               GO TO LE-FORNEC-FIM.
           ADD 1 TO W-QTDE-ATUAL
           MOVE "*** ENDERECO ATUALIZADO PELO CADCEP ***" TO LTI-TEXTO
           WRITE LINRELEND FROM LIN-TIT
           MOVE SPACES     TO W-JRN-CHAVE W-JRN-NOVA
           MOVE FOR-CODIGO TO W-JRN-CHAVE
           MOVE REGFOR     TO W-JRN-NOVA
           CALL "GRAVAJRN" USING "CADFOR  " "A"
                W-JRN-CHAVE W-JRN-ANTES W-JRN-NOVA.
       LE-FORNEC-FIM.
           EXIT.
      *
      *****************************************
      * CONFERE W-ENDERECO COM O CEP W-CEP:   *
      * W-OCORRENCIA = ESPACO (CONFERE), "D"  *
      * (DIVERGENTE), "I" (CEP INATIVO) OU    *
      * "A" (CEP AUSENTE DO CADCEP)           *
      *****************************************
       CONFERE-ENDERECO.
           ADD 1 TO W-QTDE-LIDO
           MOVE SPACES TO W-OCORRENCIA LD-MSG
           MOVE W-CEP  TO CEP
           READ CADCEP
               INVALID KEY
                   MOVE "A" TO W-OCORRENCIA.
           IF W-OCORRENCIA = "A"
               ADD 1 TO W-QTDE-AUSEN
               MOVE "CEP INEXISTENTE NO CADCEP" TO LD-MSG
               PERFORM IMPRIME-OCORRENCIA THRU IMPRIME-OCORRENCIA-FIM
               GO TO CONFERE-ENDERECO-FIM.
           IF SITUACAO NOT = "A"
               MOVE "I" TO W-OCORRENCIA
               ADD 1 TO W-QTDE-INAT
               MOVE SPACES TO LD-MSG
               STRING "CEP INATIVO NO CADCEP (" DESCSITU ")"
                      DELIMITED BY SIZE INTO LD-MSG
               PERFORM IMPRIME-OCORRENCIA THRU IMPRIME-OCORRENCIA-FIM
               GO TO CONFERE-ENDERECO-FIM.
           MOVE SPACES TO W-CAMPOS
           IF W-LOGRAD NOT = LOGRAD
               MOVE "LOGRAD" TO W-CPO-LOG.
           IF W-BAIRRO NOT = BAIRRO
               MOVE "BAIRRO" TO W-CPO-BAI.
           IF W-CIDADE NOT = CIDADE
               MOVE "CIDADE" TO W-CPO-CID.
           IF W-UF NOT = UF
               MOVE "UF" TO W-CPO-UF.
           IF W-CAMPOS = SPACES
               GO TO CONFERE-ENDERECO-FIM.
           MOVE "D" TO W-OCORRENCIA
           ADD 1 TO W-QTDE-DIVER
           STRING "DIVERGENTE: " W-CAMPOS
                  DELIMITED BY SIZE INTO LD-MSG
           PERFORM IMPRIME-OCORRENCIA THRU IMPRIME-OCORRENCIA-FIM.
       CONFERE-ENDERECO-FIM.
           EXIT.
      *
       IMPRIME-OCORRENCIA.
           MOVE W-ENTIDADE TO LD-ENTIDADE
           MOVE W-CODIGO   TO LD-CODIGO
           MOVE W-NOME     TO LD-NOME
           MOVE W-CEP      TO LD-CEP
           WRITE LINRELEND FROM LIN-DET
           MOVE "GRAVADO:" TO LE-ORIGEM
           MOVE W-LOGRAD   TO LE-LOGRAD
           MOVE W-BAIRRO   TO LE-BAIRRO
           MOVE W-CIDADE   TO LE-CIDADE
           MOVE W-UF       TO LE-UF
           WRITE LINRELEND FROM LIN-END
           IF W-OCORRENCIA NOT = "A"
               MOVE "CADCEP:" TO LE-ORIGEM
               MOVE LOGRAD    TO LE-LOGRAD
               MOVE BAIRRO    TO LE-BAIRRO
               MOVE CIDADE    TO LE-CIDADE
               MOVE UF        TO LE-UF
               WRITE LINRELEND FROM LIN-END.
       IMPRIME-OCORRENCIA-FIM.
           EXIT.
      *
       IMPRIME-TOTAIS.
           WRITE LINRELEND FROM LIN-BRANCO
           MOVE "*** TOTAIS ***" TO LTI-TEXTO
           WRITE LINRELEND FROM LIN-TIT
           MOVE "CADASTROS CONFERIDOS.................:" TO LT-DESCR
           MOVE W-QTDE-LIDO  TO LT-QTDE
           WRITE LINRELEND FROM LIN-TOT
           MOVE "ENDERECOS DIVERGENTES DO CADCEP......:" TO LT-DESCR
           MOVE W-QTDE-DIVER TO LT-QTDE
           WRITE LINRELEND FROM LIN-TOT
           MOVE "CEP INATIVO NO CADCEP................:" TO LT-DESCR
           MOVE W-QTDE-INAT  TO LT-QTDE
           WRITE LINRELEND FROM LIN-TOT
           MOVE "CEP INEXISTENTE NO CADCEP............:" TO LT-DESCR
           MOVE W-QTDE-AUSEN TO LT-QTDE
           WRITE LINRELEND FROM LIN-TOT
           MOVE "ENDERECOS ATUALIZADOS................:" TO LT-DESCR
           MOVE W-QTDE-ATUAL TO LT-QTDE
           WRITE LINRELEND FROM LIN-TOT
           MOVE "ERROS DE GRAVACAO....................:" TO LT-DESCR
           MOVE W-QTDE-ERRO  TO LT-QTDE
           WRITE LINRELEND FROM LIN-TOT.
       IMPRIME-TOTAIS-FIM.
           EXIT.
