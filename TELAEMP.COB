       01  TELAEMP.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 02  COLUMN 01
               VALUE  "|            DADOS DA EMPRESA              |".
           05  LINE 03  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 05  COLUMN 01
               VALUE  "  RAZAO SOCIAL:".
           05  LINE 06  COLUMN 01
               VALUE  "  CNPJ:".
           05  LINE 07  COLUMN 01
               VALUE  "  INSCRICAO ESTADUAL:".
           05  LINE 08  COLUMN 01
               VALUE  "  LOGRADOURO:".
           05  LINE 09  COLUMN 01
               VALUE  "  CIDADE:".
           05  LINE 10  COLUMN 01
               VALUE  "  UF:".
           05  LINE 11  COLUMN 01
               VALUE  "  CEP:".
           05  LINE 12  COLUMN 01
               VALUE  "  BANCO:".
           05  LINE 13  COLUMN 01
               VALUE  "  AGENCIA:".
           05  LINE 14  COLUMN 01
               VALUE  "  CONTA/DAC:".
           05  LINE 14  COLUMN 20
               VALUE  "-".
           05  LINE 15  COLUMN 01
               VALUE  "  CARTEIRA:".
           05  LINE 16  COLUMN 01
               VALUE  "  CFOP VENDA NA UF:".
           05  LINE 17  COLUMN 01
               VALUE  "  CFOP INTERESTADUAL:".
           05  LINE 18  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TEMPRAZ
               LINE 05  COLUMN 18  PIC X(30)
               USING  EMP-RAZAO
               HIGHLIGHT.
           05  TEMPCNPJ
               LINE 06  COLUMN 10  PIC 99999999999999
               USING  EMP-CNPJ
               HIGHLIGHT.
           05  TEMPIE
               LINE 07  COLUMN 24  PIC X(14)
               USING  EMP-IE
               HIGHLIGHT.
           05  TEMPLOG
               LINE 08  COLUMN 16  PIC X(40)
               USING  EMP-LOGRAD
               HIGHLIGHT.
           05  TEMPCID
               LINE 09  COLUMN 12  PIC X(12)
               USING  EMP-CIDADE
               HIGHLIGHT.
           05  TEMPUF
               LINE 10  COLUMN 07  PIC X(02)
               USING  EMP-UF
               HIGHLIGHT.
           05  TEMPCEP
               LINE 11  COLUMN 08  PIC 99999999
               USING  EMP-CEP
               HIGHLIGHT.
           05  TEMPBCO
               LINE 12  COLUMN 11  PIC 999
               USING  EMP-BANCO
               HIGHLIGHT.
           05  TEMPNBCO
               LINE 12  COLUMN 15  PIC X(15)
               USING  EMP-NOME-BANCO
               HIGHLIGHT.
           05  TEMPAGE
               LINE 13  COLUMN 13  PIC 9999
               USING  EMP-AGENCIA
               HIGHLIGHT.
           05  TEMPCTA
               LINE 14  COLUMN 15  PIC 99999
               USING  EMP-CONTA
               HIGHLIGHT.
           05  TEMPDAC
               LINE 14  COLUMN 21  PIC 9
               USING  EMP-DAC
               HIGHLIGHT.
           05  TEMPCART
               LINE 15  COLUMN 14  PIC 999
               USING  EMP-CARTEIRA
               HIGHLIGHT.
           05  TEMPCFI
               LINE 16  COLUMN 22  PIC 9999
               USING  EMP-CFOP-INTERNA
               HIGHLIGHT.
           05  TEMPCFE
               LINE 17  COLUMN 24  PIC 9999
               USING  EMP-CFOP-INTEREST
               HIGHLIGHT.
           05  TMENS
               LINE 20  COLUMN 13  PIC X(50)
               USING  MENS
               HIGHLIGHT.
