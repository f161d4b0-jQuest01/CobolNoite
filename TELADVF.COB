
       01  TELADVF.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 02  COLUMN 01
               VALUE  "|     DEVOLUCAO DE COMPRA AO FORNECEDOR    |".
           05  LINE 03  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 05  COLUMN 01
               VALUE  "  RECEBIMENTO:".
           05  LINE 05  COLUMN 25
               VALUE  "DATA:".
           05  LINE 06  COLUMN 01
               VALUE  "  FORNECEDOR:".
           05  LINE 07  COLUMN 01
               VALUE  "  NOTA FISCAL:".
           05  LINE 07  COLUMN 28
               VALUE  "PED.COMPRA:".
           05  LINE 08  COLUMN 01
               VALUE  "  MOTIVO:".
           05  LINE 10  COLUMN 01
               VALUE  "  ITEM:".
           05  LINE 10  COLUMN 16
               VALUE  "DEPOSITO:".
           05  LINE 11  COLUMN 01
               VALUE  "  PRODUTO:".
           05  LINE 12  COLUMN 01
               VALUE  "  LOTE:".
           05  LINE 12  COLUMN 25
               VALUE  "CUSTO:".
           05  LINE 13  COLUMN 01
               VALUE  "  QTDE RECEBIDA:".
           05  LINE 13  COLUMN 27
               VALUE  "JA DEVOLVIDA:".
           05  LINE 14  COLUMN 01
               VALUE  "  QTDE A DEVOLVER:".
           05  LINE 15  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 17  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TDVFREC
               LINE 05  COLUMN 16  PIC 999999
               USING  W-RECEB
               HIGHLIGHT.
           05  TDVFDATA
               LINE 05  COLUMN 31  PIC 9(08)
               USING  W-DATA-RCB
               HIGHLIGHT.
           05  TDVFFOR
               LINE 06  COLUMN 15  PIC 99999
               USING  W-FORNEC
               HIGHLIGHT.
           05  TDVFNOME
               LINE 06  COLUMN 22  PIC X(30)
               USING  W-NOMEFOR
               HIGHLIGHT.
           05  TDVFNF
               LINE 07  COLUMN 16  PIC 9(09)
               USING  W-NOTA
               HIGHLIGHT.
           05  TDVFPCO
               LINE 07  COLUMN 40  PIC 99999
               USING  W-PEDCOMP
               HIGHLIGHT.
           05  TDVFMOT
               LINE 08  COLUMN 11  PIC X(40)
               USING  W-MOTIVO
               HIGHLIGHT.
           05  TDVFSEQ
               LINE 10  COLUMN 10  PIC 999
               USING  W-SEQ
               HIGHLIGHT.
           05  TDVFDEP
               LINE 10  COLUMN 26  PIC 99
               USING  W-DEPOSITO
               HIGHLIGHT.
           05  TDVFCOD
               LINE 11  COLUMN 13  PIC 99999
               USING  W-CODIGO
               HIGHLIGHT.
           05  TDVFDEN
               LINE 11  COLUMN 20  PIC X(30)
               USING  W-DENOM
               HIGHLIGHT.
           05  TDVFLOTE
               LINE 12  COLUMN 10  PIC X(10)
               USING  W-LOTE
               HIGHLIGHT.
           05  TDVFCUS
               LINE 12  COLUMN 32  PIC ZZZ.ZZ9,99
               USING  W-CUSTO
               HIGHLIGHT.
           05  TDVFQREC
               LINE 13  COLUMN 19  PIC 9999999
               USING  W-QTDE-REC
               HIGHLIGHT.
           05  TDVFJDEV
               LINE 13  COLUMN 41  PIC 9999999
               USING  W-QTDE-JADEV
               HIGHLIGHT.
           05  TDVFQTD
               LINE 14  COLUMN 21  PIC 9999999
               USING  W-QTDE-DEV
               HIGHLIGHT.
           05  TMENS
               LINE 17  COLUMN 13  PIC X(50)
               USING  MENS
               HIGHLIGHT.
