               VALUE  "|     CONTAGEM FISICA DE INVENTARIO         |".
           05  LINE 03  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 04  COLUMN 01
               VALUE  "  DEPOSITO:".
           05  LINE 05  COLUMN 01
               VALUE  "  CODIGO DO PRODUTO:".
           05  LINE 06  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 13  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TINVDEP
               LINE 04  COLUMN 13  PIC 99
               USING  W-DEPOSITO
               HIGHLIGHT.
           05  TINVCOD
               LINE 05  COLUMN 22  PIC 99999
               USING  W-CODIGO
