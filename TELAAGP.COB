       01  TELAAGP.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 02  COLUMN 01
               VALUE  "|      PROGRAMACAO DE ALTERACAO DE PRECO   |".
           05  LINE 03  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 05  COLUMN 01
               VALUE  "  PRODUTO:".
           05  LINE 06  COLUMN 01
               VALUE  "  CUSTO ATUAL:".
           05  LINE 06  COLUMN 28
               VALUE  "VENDA ATUAL:".
           05  LINE 07  COLUMN 01
               VALUE  "  VIGENTE A PARTIR DE (AAAAMMDD):".
           05  LINE 08  COLUMN 01
               VALUE  "  NOVO CUSTO (0=MANTEM):".
           05  LINE 09  COLUMN 01
               VALUE  "  NOVA VENDA (0=MANTEM):".
           05  LINE 10  COLUMN 01
               VALUE  "  RESTAURA EM (AAAAMMDD, 0=DEFINITIVA):".
           05  LINE 11  COLUMN 01
               VALUE  "  SITUACAO:".
           05  LINE 12  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 14  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TAGPCOD
               LINE 05  COLUMN 12  PIC 99999
               USING  W-CODIGO
               HIGHLIGHT.
           05  TAGPDEN
               LINE 05  COLUMN 19  PIC X(30)
               USING  W-DENOM
               HIGHLIGHT.
           05  TAGPCATU
               LINE 06  COLUMN 16  PIC ZZZ.ZZ9,99
               USING  W-CUSTO-ATU
               HIGHLIGHT.
           05  TAGPVATU
               LINE 06  COLUMN 41  PIC ZZZ.ZZ9,99
               USING  W-VENDA-ATU
               HIGHLIGHT.
           05  TAGPINI
               LINE 07  COLUMN 36  PIC 99999999
               USING  W-DT-INI
               HIGHLIGHT.
           05  TAGPCNOV
               LINE 08  COLUMN 26  PIC ZZZ.ZZ9,99
               USING  W-CUSTO-NOVO
               HIGHLIGHT.
           05  TAGPVNOV
               LINE 09  COLUMN 26  PIC ZZZ.ZZ9,99
               USING  W-VENDA-NOVA
               HIGHLIGHT.
           05  TAGPFIM
               LINE 10  COLUMN 41  PIC 99999999
               USING  W-DT-FIM
               HIGHLIGHT.
           05  TAGPSIT
               LINE 11  COLUMN 13  PIC X(01)
               USING  W-SITUACAO
               HIGHLIGHT.
           05  TAGPDSIT
               LINE 11  COLUMN 15  PIC X(30)
               USING  W-DESCSIT
               HIGHLIGHT.
           05  TMENS
               LINE 14  COLUMN 13  PIC X(50)
               USING  MENS
               HIGHLIGHT.
