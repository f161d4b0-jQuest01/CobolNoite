           05  LINE 14  COLUMN 01
               VALUE  "  LIMITE DE CREDITO (0=SEM):".
           05  LINE 15  COLUMN 01
               VALUE  "  GRUPO DE PRECO (0=NENHUM):".
           05  LINE 16  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 18  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TCLICOD
               LINE 05  COLUMN 12  PIC 99999
               LINE 14  COLUMN 31  PIC ZZZZZ.ZZ9,99
               USING  CLI-LIMITE
               HIGHLIGHT.
           05  TCLIGRP
               LINE 15  COLUMN 30  PIC 999
               USING  CLI-GRUPO
               HIGHLIGHT.
           05  TMENS
               LINE 18  COLUMN 13  PIC X(50)
               USING  MENS
               HIGHLIGHT.
