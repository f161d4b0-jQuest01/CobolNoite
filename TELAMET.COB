       01  TELAMET.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 02  COLUMN 01
               VALUE  "|     META MENSAL DE VENDA POR VENDEDOR    |".
           05  LINE 03  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 05  COLUMN 01
               VALUE  "  PERIODO (AAAAMM):".
           05  LINE 06  COLUMN 01
               VALUE  "  VENDEDOR........:".
           05  LINE 07  COLUMN 01
               VALUE  "  TIPO PRODUTO....:".
           05  LINE 08  COLUMN 01
               VALUE  "  VALOR DA META...:".
           05  LINE 10  COLUMN 01
               VALUE  "  TIPO G = META GERAL DO VENDEDOR".
           05  LINE 11  COLUMN 01
               VALUE  "  TIPO 0 A 9 = META DO TIPO DE PRODUTO".
           05  LINE 14  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 16  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TMETPER
               LINE 05  COLUMN 21  PIC 999999
               USING  MET-PERIODO
               HIGHLIGHT.
           05  TMETVND
               LINE 06  COLUMN 21  PIC X(08)
               USING  MET-VENDEDOR
               HIGHLIGHT.
           05  TMETDVND
               LINE 06  COLUMN 31  PIC X(30)
               USING  W-NOME-VND
               HIGHLIGHT.
           05  TMETTIPO
               LINE 07  COLUMN 21  PIC X(01)
               USING  MET-TIPO
               HIGHLIGHT.
           05  TMETDTIP
               LINE 07  COLUMN 31  PIC X(15)
               USING  W-DESC-TIPO
               HIGHLIGHT.
           05  TMETVAL
               LINE 08  COLUMN 21  PIC ZZZ.ZZZ.ZZ9,99
               USING  MET-VALOR
               HIGHLIGHT.
           05  TMENS
               LINE 16  COLUMN 13  PIC X(50)
               USING  MENS
               HIGHLIGHT.
