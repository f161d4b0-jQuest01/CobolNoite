
       01  TELACON.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 02  COLUMN 01
               VALUE  "|         CONSULTA DE CLIENTE              |".
           05  LINE 03  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 05  COLUMN 01
               VALUE  "  CLIENTE:".
           05  LINE 06  COLUMN 01
               VALUE  "  DOCUMENTO:".
           05  LINE 06  COLUMN 30
               VALUE  "SITUACAO:".
           05  LINE 07  COLUMN 01
               VALUE  "  ENDERECO:".
           05  LINE 08  COLUMN 01
               VALUE  "  BAIRRO:".
           05  LINE 08  COLUMN 33
               VALUE  "CIDADE:".
           05  LINE 08  COLUMN 54
               VALUE  "UF:".
           05  LINE 08  COLUMN 60
               VALUE  "CEP:".
           05  LINE 10  COLUMN 01
               VALUE  "  LIMITE DE CREDITO...:".
           05  LINE 11  COLUMN 01
               VALUE  "  EXPOSICAO EM ABERTO.:".
           05  LINE 11  COLUMN 40
               VALUE  "DISPONIVEL:".
           05  LINE 12  COLUMN 01
               VALUE  "  PARCELAS EM ABERTO..:".
           05  LINE 12  COLUMN 31
               VALUE  "VENCIDAS:".
           05  LINE 12  COLUMN 46
               VALUE  "VALOR VENCIDO:".
           05  LINE 13  COLUMN 01
               VALUE  "  PEDIDOS.............:".
           05  LINE 13  COLUMN 31
               VALUE  "ULTIMO PEDIDO:".
           05  LINE 13  COLUMN 56
               VALUE  "ITENS DEVOLV.:".
           05  LINE 15  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 22  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TCONCLI
               LINE 05  COLUMN 13  PIC 99999
               USING  W-CLIENTE
               HIGHLIGHT.
           05  TCONNOME
               LINE 05  COLUMN 20  PIC X(30)
               USING  W-NOMECLI
               HIGHLIGHT.
           05  TCONDOC
               LINE 06  COLUMN 14  PIC X(14)
               USING  W-DOCUMENTO
               HIGHLIGHT.
           05  TCONSITU
               LINE 06  COLUMN 40  PIC X(10)
               USING  W-SITU
               HIGHLIGHT.
           05  TCONEND
               LINE 07  COLUMN 13  PIC X(40)
               USING  W-LOGRAD
               HIGHLIGHT.
           05  TCONBAI
               LINE 08  COLUMN 11  PIC X(20)
               USING  W-BAIRRO
               HIGHLIGHT.
           05  TCONCID
               LINE 08  COLUMN 41  PIC X(12)
               USING  W-CIDADE
               HIGHLIGHT.
           05  TCONUF
               LINE 08  COLUMN 57  PIC X(02)
               USING  W-UF
               HIGHLIGHT.
           05  TCONCEP
               LINE 08  COLUMN 65  PIC 99999999
               USING  W-CEP
               HIGHLIGHT.
           05  TCONLIM
               LINE 10  COLUMN 25  PIC ZZZZZ.ZZ9,99
               USING  W-LIMITE
               HIGHLIGHT.
           05  TCONOBS
               LINE 10  COLUMN 40  PIC X(30)
               USING  W-OBS-CRED
               HIGHLIGHT.
           05  TCONEXP
               LINE 11  COLUMN 25  PIC ZZZZZ.ZZ9,99
               USING  W-EXPOSTO
               HIGHLIGHT.
           05  TCONDISP
               LINE 11  COLUMN 52  PIC ZZZZZ.ZZ9,99
               USING  W-DISPONIVEL
               HIGHLIGHT.
           05  TCONQABE
               LINE 12  COLUMN 25  PIC ZZ9
               USING  W-QTDE-ABERTA
               HIGHLIGHT.
           05  TCONQVEN
               LINE 12  COLUMN 41  PIC ZZ9
               USING  W-QTDE-VENCIDA
               HIGHLIGHT.
           05  TCONVVEN
               LINE 12  COLUMN 61  PIC ZZZZZ.ZZ9,99
               USING  W-VLR-VENCIDO
               HIGHLIGHT.
           05  TCONQPED
               LINE 13  COLUMN 25  PIC ZZZ9
               USING  W-QTDE-PED
               HIGHLIGHT.
           05  TCONULT
               LINE 13  COLUMN 46  PIC 9(08)
               USING  W-DATA-ULT
               HIGHLIGHT.
           05  TCONQDEV
               LINE 13  COLUMN 71  PIC ZZZ9
               USING  W-QTDE-ITDEV
               HIGHLIGHT.
           05  TMENS
               LINE 22  COLUMN 13  PIC X(50)
               USING  MENS
               HIGHLIGHT.
