
       01  TELAROT.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 02  COLUMN 01
               VALUE  "|          ROTAS DE ENTREGA                |".
           05  LINE 03  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 05  COLUMN 01
               VALUE  "  ROTA:".
           05  LINE 05  COLUMN 14
               VALUE  "NOME:".
           05  LINE 06  COLUMN 01
               VALUE  "  DIAS DE SAIDA (DSTQQSS = S/N):".
           05  LINE 08  COLUMN 01
               VALUE  "  FAIXAS DE CEP".
           05  LINE 08  COLUMN 32
               VALUE  "BAIRRO               CIDADE".
           05  LINE 09  COLUMN 03
               VALUE  "1:".
           05  LINE 09  COLUMN 15
               VALUE  "A".
           05  LINE 10  COLUMN 03
               VALUE  "2:".
           05  LINE 10  COLUMN 15
               VALUE  "A".
           05  LINE 11  COLUMN 03
               VALUE  "3:".
           05  LINE 11  COLUMN 15
               VALUE  "A".
           05  LINE 12  COLUMN 03
               VALUE  "4:".
           05  LINE 12  COLUMN 15
               VALUE  "A".
           05  LINE 13  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 15  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TROTCOD
               LINE 05  COLUMN 09  PIC 999
               USING  ROT-CODIGO
               HIGHLIGHT.
           05  TROTNOME
               LINE 05  COLUMN 20  PIC X(30)
               USING  ROT-NOME
               HIGHLIGHT.
           05  TROTDIAS
               LINE 06  COLUMN 34  PIC X(07)
               USING  ROT-DIAS
               HIGHLIGHT.
           05  TROTFAIXAS.
               10  TROTCEPI1
                   LINE 09  COLUMN 06  PIC 9(08)
                   USING  ROT-CEP-INI (1)
                   HIGHLIGHT.
               10  TROTCEPF1
                   LINE 09  COLUMN 17  PIC 9(08)
                   USING  ROT-CEP-FIM (1)
                   HIGHLIGHT.
               10  TROTCEPI2
                   LINE 10  COLUMN 06  PIC 9(08)
                   USING  ROT-CEP-INI (2)
                   HIGHLIGHT.
               10  TROTCEPF2
                   LINE 10  COLUMN 17  PIC 9(08)
                   USING  ROT-CEP-FIM (2)
                   HIGHLIGHT.
               10  TROTCEPI3
                   LINE 11  COLUMN 06  PIC 9(08)
                   USING  ROT-CEP-INI (3)
                   HIGHLIGHT.
               10  TROTCEPF3
                   LINE 11  COLUMN 17  PIC 9(08)
                   USING  ROT-CEP-FIM (3)
                   HIGHLIGHT.
               10  TROTCEPI4
                   LINE 12  COLUMN 06  PIC 9(08)
                   USING  ROT-CEP-INI (4)
                   HIGHLIGHT.
               10  TROTCEPF4
                   LINE 12  COLUMN 17  PIC 9(08)
                   USING  ROT-CEP-FIM (4)
                   HIGHLIGHT.
           05  TROTLOCAIS.
               10  TROTLOCB1
                   LINE 09  COLUMN 32  PIC X(20)
                   USING  ROT-BAIRRO (1)
                   HIGHLIGHT.
               10  TROTLOCC1
                   LINE 09  COLUMN 53  PIC X(12)
                   USING  ROT-CIDADE (1)
                   HIGHLIGHT.
               10  TROTLOCB2
                   LINE 10  COLUMN 32  PIC X(20)
                   USING  ROT-BAIRRO (2)
                   HIGHLIGHT.
               10  TROTLOCC2
                   LINE 10  COLUMN 53  PIC X(12)
                   USING  ROT-CIDADE (2)
                   HIGHLIGHT.
               10  TROTLOCB3
                   LINE 11  COLUMN 32  PIC X(20)
                   USING  ROT-BAIRRO (3)
                   HIGHLIGHT.
               10  TROTLOCC3
                   LINE 11  COLUMN 53  PIC X(12)
                   USING  ROT-CIDADE (3)
                   HIGHLIGHT.
               10  TROTLOCB4
                   LINE 12  COLUMN 32  PIC X(20)
                   USING  ROT-BAIRRO (4)
                   HIGHLIGHT.
               10  TROTLOCC4
                   LINE 12  COLUMN 53  PIC X(12)
                   USING  ROT-CIDADE (4)
                   HIGHLIGHT.
           05  TMENS
               LINE 15  COLUMN 13  PIC X(50)
               USING  MENS
               HIGHLIGHT.
