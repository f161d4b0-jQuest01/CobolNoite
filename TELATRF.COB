       01  TELATRF.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 02  COLUMN 01
               VALUE  "|     TRANSFERENCIA ENTRE DEPOSITOS         |".
           05  LINE 03  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 05  COLUMN 01
               VALUE  "  CODIGO DO PRODUTO:".
           05  LINE 06  COLUMN 01
               VALUE  "  DESCRICAO:".
           05  LINE 07  COLUMN 01
               VALUE  "  SALDO TOTAL:".
           05  LINE 09  COLUMN 01
               VALUE  "  DEPOSITO ORIGEM:".
           05  LINE 10  COLUMN 01
               VALUE  "  SALDO NA ORIGEM:".
           05  LINE 11  COLUMN 01
               VALUE  "  DEPOSITO DESTINO:".
           05  LINE 12  COLUMN 01
               VALUE  "  QUANTIDADE:".
           05  LINE 14  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 16  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TTRFCOD
               LINE 05  COLUMN 22  PIC 99999
               USING  W-CODIGO
               HIGHLIGHT.
           05  TTRFDENOM
               LINE 06  COLUMN 14  PIC X(30)
               USING  W-DENOM
               HIGHLIGHT.
           05  TTRFTOTAL
               LINE 07  COLUMN 16  PIC ZZZZZZ9
               USING  W-QTDE-ATUAL
               HIGHLIGHT.
           05  TTRFORIG
               LINE 09  COLUMN 20  PIC 99
               USING  W-DEP-ORIG
               HIGHLIGHT.
           05  TTRFNOMEO
               LINE 09  COLUMN 24  PIC X(20)
               USING  W-NOME-ORIG
               HIGHLIGHT.
           05  TTRFSALDO
               LINE 10  COLUMN 20  PIC ZZZZZZ9
               USING  W-SALDO-ORIG
               HIGHLIGHT.
           05  TTRFDEST
               LINE 11  COLUMN 21  PIC 99
               USING  W-DEP-DEST
               HIGHLIGHT.
           05  TTRFNOMED
               LINE 11  COLUMN 24  PIC X(20)
               USING  W-NOME-DEST
               HIGHLIGHT.
           05  TTRFQTDE
               LINE 12  COLUMN 15  PIC 9999999
               USING  W-QTDE-TRF
               HIGHLIGHT.
           05  TMENS
               LINE 16  COLUMN 13  PIC X(50)
               USING  MENS
               HIGHLIGHT.
