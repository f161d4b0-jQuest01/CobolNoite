               VALUE  "|      SISTEMA DE CADASTROS - MENU        |".
           05  LINE 03  COLUMN 01
               VALUE  "+----------------------------------------+".
           05  LINE 22  COLUMN 01
               VALUE  "+----------------------------------------+".
           05  LINE 23  COLUMN 03
               VALUE  "OPCAO:".
           05  LINE 23  COLUMN 15
               VALUE  "(0 = SAIR)".
           05  TOPCAO
               LINE 23  COLUMN 10  PIC 9(02)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
                IF W-OPCAO = 18
                   CALL "SGP018"
                   GO TO MENU-001.
                IF W-OPCAO = 19
                   CALL "SGP019"
                   GO TO MENU-001.
                IF W-OPCAO = 20
                   CALL "SGP020"
                   GO TO MENU-001.
                IF W-OPCAO = 21
                   CALL "SGP021"
                   GO TO MENU-001.
                IF W-OPCAO = 22
                   CALL "SGP022"
                   GO TO MENU-001.
                IF W-OPCAO = 23
                   CALL "SGP023"
                   GO TO MENU-001.
                IF W-OPCAO = 24
                   CALL "SGP024"
                   GO TO MENU-001.
                IF W-OPCAO = 25
                   CALL "SGP025"
                   GO TO MENU-001.
                IF W-OPCAO = 26
                   CALL "SGP026"
                   GO TO MENU-001.
                IF W-OPCAO = 27
                   CALL "SGP027"
                   GO TO MENU-001.
                IF W-OPCAO = 28
                   CALL "SGP028"
                   GO TO MENU-001.
                IF W-OPCAO = 29
                   CALL "SGP029"
                   GO TO MENU-001.
                IF W-OPCAO = 30
                   CALL "SGP030"
                   GO TO MENU-001.
                IF W-OPCAO = 31
                   CALL "SGP031"
                   GO TO MENU-001.
                IF W-OPCAO = 32
                   CALL "SGP032"
                   GO TO MENU-001.
                IF W-OPCAO = 33
                   CALL "SGP033"
                   GO TO MENU-001.
                IF W-OPCAO = 34
                   CALL "SGP034"
                   GO TO MENU-001.
                GO TO MENU-001.
       MENU-FIM.
                DISPLAY (01, 01) ERASE
                       "11 - NIVEIS MINIMO/MAXIMO DE ESTOQUE".
                IF OPER-NIVEL NOT < 3
                   DISPLAY (16, 03) "12 - CADASTRO DE OPERADOR".
                DISPLAY (17, 03) "28 - CONSULTA DE CLIENTE"
                DISPLAY (18, 03) "29 - VENDA DE BALCAO"
                DISPLAY (19, 03) "30 - FECHAMENTO DE CAIXA"
                IF OPER-NIVEL NOT < 2
                   DISPLAY (05, 45) "13 - CANCELA/DEVOLVE PEDIDO"
                   DISPLAY (06, 45) "14 - SEPARACAO/ENTREGA".
                   DISPLAY (08, 45) "16 - PEDIDO DE COMPRA".
                DISPLAY (09, 45) "17 - CONVERTE ORCAMENTO".
                IF OPER-NIVEL NOT < 2
                   DISPLAY (10, 45) "18 - SPOOL DE RELATORIOS"
                   DISPLAY (11, 45) "19 - BAIXA CONTAS A PAGAR"
                   DISPLAY (12, 45) "20 - TABELA DE ICMS POR UF"
                   DISPLAY (13, 45) "21 - CADASTRO DE DEPOSITOS"
                   DISPLAY (14, 45) "22 - TRANSFERENCIA DEPOSITOS"
                   DISPLAY (15, 45) "23 - ESTRUTURA DE KIT"
                   DISPLAY (16, 45) "24 - TABELA DE PRECO CLIENTE"
                   DISPLAY (17, 45) "25 - PROGRAMACAO DE PRECOS"
                   DISPLAY (18, 45) "26 - DEVOLUCAO A FORNECEDOR"
                   DISPLAY (19, 45) "27 - ROTAS DE ENTREGA".
                IF OPER-NIVEL NOT < 3
                   DISPLAY (20, 45) "31 - MAPA DE CONTAS CONTABEIS".
                IF OPER-NIVEL NOT < 2
                   DISPLAY (20, 03) "32 - PEDIDO PROGRAMADO".
                IF OPER-NIVEL NOT < 3
                   DISPLAY (21, 03) "33 - METAS DE VENDA"
                   DISPLAY (21, 45) "34 - DADOS DA EMPRESA".
       MENU-MONTA-FIM.
                EXIT.
      *
       MENU-NIVEL.
                MOVE 0 TO W-NIV-OPCAO
                IF W-OPCAO = 5 OR W-OPCAO = 7 OR W-OPCAO = 15
                   OR W-OPCAO = 17 OR W-OPCAO = 28 OR W-OPCAO = 29
                   OR W-OPCAO = 30
                   MOVE 1 TO W-NIV-OPCAO.
                IF W-OPCAO = 1 OR W-OPCAO = 2 OR W-OPCAO = 3
                   OR W-OPCAO = 4 OR W-OPCAO = 6 OR W-OPCAO = 8
                   OR W-OPCAO = 9 OR W-OPCAO = 11 OR W-OPCAO = 13
                   OR W-OPCAO = 14 OR W-OPCAO = 16 OR W-OPCAO = 18
                   OR W-OPCAO = 19 OR W-OPCAO = 20 OR W-OPCAO = 21
                   OR W-OPCAO = 22 OR W-OPCAO = 23 OR W-OPCAO = 24
                   OR W-OPCAO = 25 OR W-OPCAO = 26 OR W-OPCAO = 27
                   OR W-OPCAO = 32
                   MOVE 2 TO W-NIV-OPCAO.
                IF W-OPCAO = 10 OR W-OPCAO = 12 OR W-OPCAO = 31
                   OR W-OPCAO = 33 OR W-OPCAO = 34
                   MOVE 3 TO W-NIV-OPCAO.
       MENU-NIVEL-FIM.
                EXIT.
