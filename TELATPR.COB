       01  TELATPR.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 02  COLUMN 01
               VALUE  "|   TABELA DE PRECO POR CLIENTE / GRUPO    |".
           05  LINE 03  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 05  COLUMN 01
               VALUE  "  TIPO (C=CLIENTE G=GRUPO):".
           05  LINE 06  COLUMN 01
               VALUE  "  CLIENTE/GRUPO:".
           05  LINE 07  COLUMN 01
               VALUE  "  PRODUTO:".
           05  LINE 08  COLUMN 01
               VALUE  "  PRECO DE LISTA:".
           05  LINE 09  COLUMN 01
               VALUE  "  A PARTIR DA QTDE:".
           05  LINE 10  COLUMN 01
               VALUE  "  PRECO NEGOCIADO:".
           05  LINE 11  COLUMN 01
               VALUE  "  VALIDO DE (AAAAMMDD):".
           05  LINE 12  COLUMN 01
               VALUE  "  ATE (AAAAMMDD, 0=SEM FIM):".
           05  LINE 13  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 15  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TTPRTIPO
               LINE 05  COLUMN 29  PIC X(01)
               USING  W-TIPO
               HIGHLIGHT.
           05  TTPRREF
               LINE 06  COLUMN 18  PIC 99999
               USING  W-REFER
               HIGHLIGHT.
           05  TTPRNOME
               LINE 06  COLUMN 25  PIC X(30)
               USING  W-NOME-REF
               HIGHLIGHT.
           05  TTPRCOD
               LINE 07  COLUMN 12  PIC 99999
               USING  W-CODIGO
               HIGHLIGHT.
           05  TTPRDEN
               LINE 07  COLUMN 19  PIC X(30)
               USING  W-DENOM
               HIGHLIGHT.
           05  TTPRLISTA
               LINE 08  COLUMN 19  PIC ZZZ.ZZ9,99
               USING  W-PRECO-LISTA
               HIGHLIGHT.
           05  TTPRQMIN
               LINE 09  COLUMN 21  PIC 9999999
               USING  W-QTDE-MIN
               HIGHLIGHT.
           05  TTPRPRECO
               LINE 10  COLUMN 20  PIC ZZZ.ZZ9,99
               USING  W-PRECO
               HIGHLIGHT.
           05  TTPRINI
               LINE 11  COLUMN 25  PIC 99999999
               USING  W-DT-INI
               HIGHLIGHT.
           05  TTPRFIM
               LINE 12  COLUMN 30  PIC 99999999
               USING  W-DT-FIM
               HIGHLIGHT.
           05  TMENS
               LINE 15  COLUMN 13  PIC X(50)
               USING  MENS
               HIGHLIGHT.
