               LINE 13  COLUMN 13  PIC X(50)
               USING  MENS
               HIGHLIGHT.
      *
      * ENTREGA DE TODOS OS PEDIDOS DE UM MANIFESTO (SGB018)
      *
       01  TELASEPM.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 02  COLUMN 01
               VALUE  "|   ENTREGA POR MANIFESTO                  |".
           05  LINE 03  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 05  COLUMN 01
               VALUE  "  MANIFESTO:".
           05  LINE 06  COLUMN 01
               VALUE  "  ROTA:".
           05  LINE 07  COLUMN 01
               VALUE  "  SAIDA:".
           05  LINE 07  COLUMN 25
               VALUE  "SITUACAO:".
           05  LINE 08  COLUMN 01
               VALUE  "  PEDIDOS:".
           05  LINE 08  COLUMN 20
               VALUE  "NAO ENTREGUES:".
           05  LINE 09  COLUMN 01
               VALUE  "  TOTAL:".
           05  LINE 11  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 13  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TSEPMAN
               LINE 05  COLUMN 14  PIC 999999
               USING  W-MANIF
               HIGHLIGHT.
           05  TSEPROT
               LINE 06  COLUMN 09  PIC 999
               USING  W-ROTA
               HIGHLIGHT.
           05  TSEPNROT
               LINE 06  COLUMN 14  PIC X(30)
               USING  W-NOME-ROTA
               HIGHLIGHT.
           05  TSEPSAI
               LINE 07  COLUMN 10  PIC 9(08)
               USING  W-DT-SAIDA
               HIGHLIGHT.
           05  TSEPMSIT
               LINE 07  COLUMN 35  PIC X(10)
               USING  W-SITU
               HIGHLIGHT.
           05  TSEPMPED
               LINE 08  COLUMN 12  PIC ZZ9
               USING  W-QTDE-MPED
               HIGHLIGHT.
           05  TSEPMNAO
               LINE 08  COLUMN 35  PIC ZZ9
               USING  W-QTDE-NAO
               HIGHLIGHT.
           05  TSEPMTOT
               LINE 09  COLUMN 10  PIC Z.ZZZ.ZZZ.ZZ9,99
               USING  W-TOTAL-MAN
               HIGHLIGHT.
           05  TMENSM
               LINE 13  COLUMN 13  PIC X(50)
               USING  MENS
               HIGHLIGHT.
