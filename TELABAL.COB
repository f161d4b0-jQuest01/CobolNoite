
       01  TELABAL.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 02  COLUMN 01
               VALUE  "|            VENDA DE BALCAO                |".
           05  LINE 03  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 05  COLUMN 01
               VALUE  "  VENDA:".
           05  LINE 06  COLUMN 01
               VALUE  "  CLIENTE:".
           05  LINE 08  COLUMN 01
               VALUE  "  ITEM:".
           05  LINE 09  COLUMN 01
               VALUE  "  COD. BARRAS:".
           05  LINE 10  COLUMN 01
               VALUE  "  PRODUTO:".
           05  LINE 11  COLUMN 01
               VALUE  "  QUANTIDADE:".
           05  LINE 12  COLUMN 01
               VALUE  "  PRECO UNITARIO:".
           05  LINE 13  COLUMN 01
               VALUE  "  TOTAL DO ITEM:".
           05  LINE 15  COLUMN 01
               VALUE  "  QTDE DE ITENS:".
           05  LINE 15  COLUMN 40
               VALUE  "DINHEIRO:".
           05  LINE 16  COLUMN 01
               VALUE  "  TOTAL DA VENDA:".
           05  LINE 16  COLUMN 40
               VALUE  "CARTAO..:".
           05  LINE 17  COLUMN 40
               VALUE  "PIX.....:".
           05  LINE 18  COLUMN 40
               VALUE  "TROCO...:".
           05  LINE 19  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TBALNUM
               LINE 05  COLUMN 10  PIC 99999
               USING  W-NUMERO
               HIGHLIGHT.
           05  TBALCLI
               LINE 06  COLUMN 13  PIC 99999
               USING  W-CLIENTE
               HIGHLIGHT.
           05  TBALNOME
               LINE 06  COLUMN 20  PIC X(30)
               USING  W-NOMECLI
               HIGHLIGHT.
           05  TBALITEM
               LINE 08  COLUMN 10  PIC 999
               USING  W-ITEM
               HIGHLIGHT.
           05  TBALEAN
               LINE 09  COLUMN 16  PIC 9(13)
               USING  W-EAN-LIDO
               HIGHLIGHT.
           05  TBALCOD
               LINE 10  COLUMN 13  PIC 99999
               USING  W-CODIGO
               HIGHLIGHT.
           05  TBALDEN
               LINE 10  COLUMN 20  PIC X(30)
               USING  W-DENOM
               HIGHLIGHT.
           05  TBALQTD
               LINE 11  COLUMN 16  PIC 9999999
               USING  W-QTDE-ITEM
               HIGHLIGHT.
           05  TBALPRC
               LINE 12  COLUMN 20  PIC ZZZ.ZZ9,99
               USING  W-PRECO-ITEM
               HIGHLIGHT.
           05  TBALTIT
               LINE 13  COLUMN 19  PIC ZZZZZ.ZZ9,99
               USING  W-TOTAL-ITEM
               HIGHLIGHT.
           05  TBALQIT
               LINE 15  COLUMN 19  PIC ZZ9
               USING  W-QTDE-ITENS
               HIGHLIGHT.
           05  TBALTOT
               LINE 16  COLUMN 21  PIC ZZZZZ.ZZ9,99
               USING  W-TOTAL-PED
               HIGHLIGHT.
           05  TBALDIN
               LINE 15  COLUMN 50  PIC ZZZZZ.ZZ9,99
               USING  W-VLR-DIN
               HIGHLIGHT.
           05  TBALCAR
               LINE 16  COLUMN 50  PIC ZZZZZ.ZZ9,99
               USING  W-VLR-CAR
               HIGHLIGHT.
           05  TBALPIX
               LINE 17  COLUMN 50  PIC ZZZZZ.ZZ9,99
               USING  W-VLR-PIX
               HIGHLIGHT.
           05  TBALTRO
               LINE 18  COLUMN 50  PIC ZZZZZ.ZZ9,99
               USING  W-VLR-TROCO
               HIGHLIGHT.
           05  TMENS
               LINE 20  COLUMN 13  PIC X(50)
               USING  MENS
               HIGHLIGHT.
