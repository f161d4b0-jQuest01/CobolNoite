
       01  TELAFCX.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 02  COLUMN 01
               VALUE  "|          FECHAMENTO DE CAIXA              |".
           05  LINE 03  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 05  COLUMN 01
               VALUE  "  OPERADOR:".
           05  LINE 07  COLUMN 01
               VALUE  "  VENDAS EM ABERTO....:".
           05  LINE 08  COLUMN 01
               VALUE  "  PRIMEIRA VENDA......:".
           05  LINE 08  COLUMN 36
               VALUE  "ULTIMA VENDA:".
           05  LINE 10  COLUMN 01
               VALUE  "  TOTAL VENDIDO.......:".
           05  LINE 11  COLUMN 01
               VALUE  "  DINHEIRO RECEBIDO...:".
           05  LINE 12  COLUMN 01
               VALUE  "  CARTAO..............:".
           05  LINE 13  COLUMN 01
               VALUE  "  PIX.................:".
           05  LINE 14  COLUMN 01
               VALUE  "  TROCO DADO..........:".
           05  LINE 15  COLUMN 01
               VALUE  "  FUNDO DE TROCO......:".
           05  LINE 16  COLUMN 01
               VALUE  "  DINHEIRO ESPERADO...:".
           05  LINE 17  COLUMN 01
               VALUE  "  DINHEIRO CONTADO....:".
           05  LINE 18  COLUMN 01
               VALUE  "  DIFERENCA...........:".
           05  LINE 19  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TFCXOPER
               LINE 05  COLUMN 13  PIC X(08)
               USING  W-OPERADOR
               HIGHLIGHT.
           05  TFCXNOME
               LINE 05  COLUMN 23  PIC X(30)
               USING  W-NOMEOPER
               HIGHLIGHT.
           05  TFCXQTD
               LINE 07  COLUMN 25  PIC ZZZZ9
               USING  W-QTDE-VENDAS
               HIGHLIGHT.
           05  TFCXDTI
               LINE 08  COLUMN 25  PIC 9(08)
               USING  W-DT-INI
               HIGHLIGHT.
           05  TFCXDTF
               LINE 08  COLUMN 50  PIC 9(08)
               USING  W-DT-FIM
               HIGHLIGHT.
           05  TFCXTOT
               LINE 10  COLUMN 25  PIC Z.ZZZ.ZZZ.ZZ9,99
               USING  W-TOT-VENDA
               HIGHLIGHT.
           05  TFCXDIN
               LINE 11  COLUMN 25  PIC Z.ZZZ.ZZZ.ZZ9,99
               USING  W-TOT-DIN
               HIGHLIGHT.
           05  TFCXCAR
               LINE 12  COLUMN 25  PIC Z.ZZZ.ZZZ.ZZ9,99
               USING  W-TOT-CAR
               HIGHLIGHT.
           05  TFCXPIX
               LINE 13  COLUMN 25  PIC Z.ZZZ.ZZZ.ZZ9,99
               USING  W-TOT-PIX
               HIGHLIGHT.
           05  TFCXTRO
               LINE 14  COLUMN 25  PIC Z.ZZZ.ZZZ.ZZ9,99
               USING  W-TOT-TROCO
               HIGHLIGHT.
           05  TFCXFUN
               LINE 15  COLUMN 25  PIC Z.ZZZ.ZZZ.ZZ9,99
               USING  W-FUNDO
               HIGHLIGHT.
           05  TFCXESP
               LINE 16  COLUMN 25  PIC Z.ZZZ.ZZZ.ZZ9,99
               USING  W-ESPERADO
               HIGHLIGHT.
           05  TFCXCON
               LINE 17  COLUMN 25  PIC Z.ZZZ.ZZZ.ZZ9,99
               USING  W-CONTADO
               HIGHLIGHT.
           05  TFCXDIF
               LINE 18  COLUMN 25  PIC -.---.---.--9,99
               USING  W-DIFERENCA
               HIGHLIGHT.
           05  TMENS
               LINE 20  COLUMN 13  PIC X(50)
               USING  MENS
               HIGHLIGHT.
