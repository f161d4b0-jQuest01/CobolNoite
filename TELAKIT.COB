       01  TELAKIT.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 02  COLUMN 01
               VALUE  "|     ESTRUTURA DE KIT (COMPONENTES)       |".
           05  LINE 03  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 05  COLUMN 01
               VALUE  "  KIT:".
           05  LINE 06  COLUMN 01
               VALUE  "  COMPONENTE:".
           05  LINE 07  COLUMN 01
               VALUE  "  QTDE POR KIT:".
           05  LINE 08  COLUMN 01
               VALUE  "  CUSTO DO COMPONENTE:".
           05  LINE 09  COLUMN 01
               VALUE  "  CUSTO TOTAL DO KIT:".
           05  LINE 10  COLUMN 01
               VALUE  "  COMPONENTES NO KIT:".
           05  LINE 11  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 12  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TKITPAI
               LINE 05  COLUMN 08  PIC 99999
               USING  W-KIT-PAI
               HIGHLIGHT.
           05  TKITDPAI
               LINE 05  COLUMN 14  PIC X(30)
               USING  W-DENOM-PAI
               HIGHLIGHT.
           05  TKITCOMP
               LINE 06  COLUMN 15  PIC 99999
               USING  W-KIT-COMP
               HIGHLIGHT.
           05  TKITDCOMP
               LINE 06  COLUMN 21  PIC X(30)
               USING  W-DENOM-COMP
               HIGHLIGHT.
           05  TKITQTDE
               LINE 07  COLUMN 17  PIC 99999
               USING  W-KIT-QTDE
               HIGHLIGHT.
           05  TKITCCOMP
               LINE 08  COLUMN 24  PIC ZZZ.ZZ9,99
               USING  W-CUSTO-COMP
               HIGHLIGHT.
           05  TKITCUSTO
               LINE 09  COLUMN 23  PIC ZZZZZ.ZZ9,99
               USING  W-CUSTO-KIT
               HIGHLIGHT.
           05  TKITNCOMP
               LINE 10  COLUMN 23  PIC ZZ9
               USING  W-QTDE-COMP
               HIGHLIGHT.
           05  TMENS
               LINE 12  COLUMN 13  PIC X(50)
               USING  MENS
               HIGHLIGHT.
