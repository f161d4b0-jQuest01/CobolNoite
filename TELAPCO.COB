               VALUE  "  PEDIDO:".
           05  LINE 06  COLUMN 01
               VALUE  "  FORNECEDOR:".
           05  LINE 07  COLUMN 01
               VALUE  "  PRAZO ENTREGA:".
           05  LINE 07  COLUMN 22
               VALUE  "DIAS  PREVISTA:".
           05  LINE 08  COLUMN 01
               VALUE  "  ITEM:".
           05  LINE 09  COLUMN 01
               LINE 06  COLUMN 23  PIC X(30)
               USING  W-NOMEFOR
               HIGHLIGHT.
           05  TPCOPRZ
               LINE 07  COLUMN 18  PIC 999
               USING  W-PRAZO
               HIGHLIGHT.
           05  TPCOPREV
               LINE 07  COLUMN 38  PIC 9(08)
               USING  W-DT-PREV
               HIGHLIGHT.
           05  TPCOITEM
               LINE 08  COLUMN 10  PIC 999
               USING  W-ITEM
