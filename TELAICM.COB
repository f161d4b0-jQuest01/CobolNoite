       01  TELAICM.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "+----------------------------------------+".
           05  LINE 02  COLUMN 01
               VALUE  "|       TABELA DE ALIQUOTA DE ICMS       |".
           05  LINE 03  COLUMN 01
               VALUE  "+----------------------------------------+".
           05  LINE 05  COLUMN 01
               VALUE  "  UF:".
           05  LINE 06  COLUMN 01
               VALUE  "  DESCRICAO:".
           05  LINE 07  COLUMN 01
               VALUE  "  ALIQUOTA INTERNA (%):".
           05  LINE 08  COLUMN 01
               VALUE  "  ALIQUOTA INTERESTADUAL (%):".
           05  LINE 10  COLUMN 01
               VALUE  "+----------------------------------------+".
           05  LINE 12  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TICMUF
               LINE 05  COLUMN 07  PIC X(02)
               USING  ICM-UF
               HIGHLIGHT.
           05  TICMDESC
               LINE 06  COLUMN 14  PIC X(20)
               USING  ICM-DESCUF
               HIGHLIGHT.
           05  TICMINT
               LINE 07  COLUMN 25  PIC Z9,99
               USING  ICM-ALIQ-INT
               HIGHLIGHT.
           05  TICMEXT
               LINE 08  COLUMN 31  PIC Z9,99
               USING  ICM-ALIQ-EXT
               HIGHLIGHT.
           05  TMENS
               LINE 12  COLUMN 13  PIC X(50)
               USING  MENS
               HIGHLIGHT.
