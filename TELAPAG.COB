       01  TELAPAG.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 02  COLUMN 01
               VALUE  "|    BAIXA DE PARCELAS - CONTAS A PAGAR    |".
           05  LINE 03  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 05  COLUMN 01
               VALUE  "  FORNECEDOR:".
           05  LINE 06  COLUMN 01
               VALUE  "  NOTA FISCAL:".
           05  LINE 06  COLUMN 28
               VALUE  "PARCELA:".
           05  LINE 07  COLUMN 01
               VALUE  "  VENCIMENTO:".
           05  LINE 07  COLUMN 28
               VALUE  "SITUACAO:".
           05  LINE 08  COLUMN 01
               VALUE  "  VALOR DA PARCELA:".
           05  LINE 09  COLUMN 01
               VALUE  "  VALOR PAGO:".
           05  LINE 11  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 13  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TPAGFOR
               LINE 05  COLUMN 15  PIC 99999
               USING  W-FORNEC
               HIGHLIGHT.
           05  TPAGNOME
               LINE 05  COLUMN 22  PIC X(30)
               USING  W-NOMEFOR
               HIGHLIGHT.
           05  TPAGNF
               LINE 06  COLUMN 16  PIC 9(09)
               USING  W-NOTA
               HIGHLIGHT.
           05  TPAGPAR
               LINE 06  COLUMN 37  PIC 99
               USING  W-PARCELA
               HIGHLIGHT.
           05  TPAGVCT
               LINE 07  COLUMN 16  PIC 9(08)
               USING  W-VENCTO
               HIGHLIGHT.
           05  TPAGSITU
               LINE 07  COLUMN 38  PIC X(10)
               USING  W-SITU
               HIGHLIGHT.
           05  TPAGVAL
               LINE 08  COLUMN 22  PIC ZZZZZ.ZZ9,99
               USING  W-VALOR
               HIGHLIGHT.
           05  TPAGPAGO
               LINE 09  COLUMN 16  PIC ZZZZZ.ZZ9,99
               USING  W-VLR-PAGO
               HIGHLIGHT.
           05  TMENS
               LINE 13  COLUMN 13  PIC X(50)
               USING  MENS
               HIGHLIGHT.
