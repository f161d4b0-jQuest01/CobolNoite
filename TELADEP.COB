       01  TELADEP.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "+----------------------------------------+".
           05  LINE 02  COLUMN 01
               VALUE  "|         CADASTRO DE DEPOSITOS          |".
           05  LINE 03  COLUMN 01
               VALUE  "+----------------------------------------+".
           05  LINE 05  COLUMN 01
               VALUE  "  DEPOSITO:".
           05  LINE 06  COLUMN 01
               VALUE  "  NOME:".
           05  LINE 08  COLUMN 01
               VALUE  "+----------------------------------------+".
           05  LINE 12  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TDEPCOD
               LINE 05  COLUMN 13  PIC 99
               USING  DEP-CODIGO
               HIGHLIGHT.
           05  TDEPNOME
               LINE 06  COLUMN 09  PIC X(20)
               USING  DEP-NOME
               HIGHLIGHT.
           05  TMENS
               LINE 12  COLUMN 13  PIC X(50)
               USING  MENS
               HIGHLIGHT.
