               VALUE  "+------------------------------------------+".
           05  LINE 05  COLUMN 01
               VALUE  "  FORNECEDOR:".
           05  LINE 06  COLUMN 01
               VALUE  "  NOTA FISCAL:".
           05  LINE 07  COLUMN 01
               VALUE  "  ITEM:".
           05  LINE 08  COLUMN 01
               LINE 05  COLUMN 23  PIC X(30)
               USING  W-NOMEFOR
               HIGHLIGHT.
           05  TENTNF
               LINE 06  COLUMN 16  PIC 9(09)
               USING  W-NOTA
               HIGHLIGHT.
           05  TENTITEM
               LINE 07  COLUMN 10  PIC 999
               USING  W-ITEM
