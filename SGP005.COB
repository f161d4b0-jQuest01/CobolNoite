      * A PARTIR DO CEP (VIA LERCEP)       *
      * LIMITE DE CREDITO (CLI-LIMITE)     *
      * USADO NO BLOQUEIO DO SGP007        *
      * GRUPO DE PRECO (CLI-GRUPO) LIGA O  *
      * CLIENTE A TABELA DE PRECO DO GRUPO *
      * NO CADTPR (SGP024)                 *
      * SITUACAO "B" (BLOQUEADO) SO VEM DA *
      * REGUA DE COBRANCA (SGB023);        *
      * CLIENTE "B" SO E ALTERADO POR      *
      * OPERADOR NIVEL 3 - VOLTAR PARA "A" *
      * LIBERA O CLIENTE                   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-SALVA-NOME PIC X(30) VALUE SPACES.
       77 W-SALVA-DOC  PIC X(14) VALUE SPACES.
       77 W-SALVA-LIM  PIC 9(08)V99 VALUE ZEROS.
       77 W-SALVA-GRP  PIC 9(03) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-JRN-EVENTO PIC X(01) VALUE SPACES.
       77 W-SIT-ANT    PIC X(01) VALUE SPACES.
       77 W-JRN-CHAVE  PIC X(14) VALUE SPACES.
       01 W-JRN-ANTES  PIC X(200) VALUE SPACES.
       01 W-JRN-NOVA   PIC X(200) VALUE SPACES.
           COPY WSUSU.COB.
      *
      *---------------------------------------------------------
       SCREEN SECTION.
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS  TO CLI-CODIGO CLI-CEP CLI-LIMITE CLI-GRUPO
                MOVE SPACES TO CLI-NOME CLI-DOCUMENTO CLI-LOGRAD
                               CLI-BAIRRO CLI-CIDADE CLI-UF CLI-DSCUF
                MOVE "A"     TO CLI-SITUACAO
                MOVE "ATIVO" TO CLI-DESCSITU
                MOVE SPACES  TO W-SIT-ANT
                DISPLAY TELACLI.
       INC-002.
                DISPLAY (19, 02) "F4=BUSCA POR DOCUMENTO"
                      MOVE "*** CLIENTE JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      MOVE CLI-SITUACAO TO W-SIT-ANT
                      MOVE SPACES TO W-JRN-ANTES
                      MOVE REGCLI TO W-JRN-ANTES
                      GO TO ACE-001
                   MOVE "*** INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO INC-006.
      *
      * "B" (BLOQUEADO) SO E POSTO PELA REGUA DE COBRANCA (SGB023)
      *
                IF CLI-SITUACAO = "B" AND W-SIT-ANT NOT = "B"
                   MOVE "*** SITUACAO B SO PELA COBRANCA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO INC-006.
                PERFORM INC-010
                IF CLI-DESCSITU = SPACES
                   MOVE "*** INVALIDO ***" TO MENS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                DISPLAY TELACLI.
       INC-008.
                ACCEPT TCLIGRP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                DISPLAY TELACLI.
                IF W-SEL = 1
                    GO TO ALT-OPC.
       INC-OPC.
                DISPLAY (19, 02) "DADOS OK (S/N) : ".
                ACCEPT (19, 19) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE CLI-NOME      TO W-SALVA-NOME
                MOVE CLI-DOCUMENTO TO W-SALVA-DOC
                MOVE CLI-LIMITE    TO W-SALVA-LIM
                MOVE CLI-GRUPO     TO W-SALVA-GRP
                MOVE ZEROS TO CLI-CODIGO
                START CADCLI KEY IS NOT LESS THAN CLI-CODIGO
                    INVALID KEY MOVE "S" TO W-FIM-SCAN.
                MOVE W-SALVA-CODIGO TO CLI-CODIGO
                MOVE W-SALVA-NOME   TO CLI-NOME
                MOVE W-SALVA-DOC    TO CLI-DOCUMENTO
                MOVE W-SALVA-LIM    TO CLI-LIMITE
                MOVE W-SALVA-GRP    TO CLI-GRUPO.
       BUSCA-DOCUM-FIM.
                EXIT.
       BUSCA-DOCUM1.
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
      *
      * CLIENTE BLOQUEADO PELA COBRANCA SO E ALTERADO OU EXCLUIDO
      * POR OPERADOR NIVEL 3 (A MESMA LIBERACAO DO CREDITO NO
      * SGP007)
      *
                IF W-SIT-ANT = "B" AND OPER-NIVEL < 3
                   MOVE "* CLIENTE BLOQUEADO - SO OPERADOR NIVEL 3 *"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-003.
      *
                IF CLI-SITUACAO = "C" MOVE "CANCELADO" TO CLI-DESCSITU.
                IF CLI-SITUACAO = "S" MOVE "SUSPENSO"  TO CLI-DESCSITU.
                IF CLI-SITUACAO = "D" MOVE "DELETADO"  TO CLI-DESCSITU.
                IF CLI-SITUACAO = "B" MOVE "BLOQUEADO" TO CLI-DESCSITU.
      *
      **********************
      * ROTINA DE FIM      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (18, 13) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 1000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (18, 13) MENS.
       ROT-MENS-FIM.
                EXIT.
