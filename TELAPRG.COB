       01  TELAPRG.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 02  COLUMN 01
               VALUE  "|     PEDIDO PROGRAMADO (RECORRENTE)       |".
           05  LINE 03  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 05  COLUMN 01
               VALUE  "  CLIENTE:".
           05  LINE 06  COLUMN 01
               VALUE  "  PROGRAMACAO:".
           05  LINE 07  COLUMN 01
               VALUE  "  FREQUENCIA (S/Q/M):".
           05  LINE 08  COLUMN 01
               VALUE  "  PROXIMA GERACAO:".
           05  LINE 09  COLUMN 01
               VALUE  "  DATA FINAL (0=SEM FIM):".
           05  LINE 10  COLUMN 01
               VALUE  "  VENDEDOR:".
           05  LINE 11  COLUMN 01
               VALUE  "  DEPOSITO:".
           05  LINE 12  COLUMN 01
               VALUE  "  SITUACAO (A/S):".
           05  LINE 13  COLUMN 01
               VALUE  "  ULTIMO ORCAMENTO:".
           05  LINE 13  COLUMN 28
               VALUE  "EM".
           05  LINE 14  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 15  COLUMN 01
               VALUE  "  PRODUTO:".
           05  LINE 16  COLUMN 01
               VALUE  "  QTDE (0=RETIRA):".
           05  LINE 17  COLUMN 01
               VALUE  "  ITENS NA PROGRAMACAO:".
           05  LINE 18  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 19  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TPRGCLI
               LINE 05  COLUMN 12  PIC 99999
               USING  W-CLIENTE
               HIGHLIGHT.
           05  TPRGNOME
               LINE 05  COLUMN 18  PIC X(30)
               USING  W-NOMECLI
               HIGHLIGHT.
           05  TPRGSEQ
               LINE 06  COLUMN 16  PIC 99
               USING  W-SEQ
               HIGHLIGHT.
           05  TPRGFREQ
               LINE 07  COLUMN 23  PIC X(01)
               USING  W-FREQ
               HIGHLIGHT.
           05  TPRGDFREQ
               LINE 07  COLUMN 26  PIC X(10)
               USING  W-DESC-FREQ
               HIGHLIGHT.
           05  TPRGPROX
               LINE 08  COLUMN 20  PIC 99999999
               USING  W-PROX-DATA
               HIGHLIGHT.
           05  TPRGFIM
               LINE 09  COLUMN 27  PIC 99999999
               USING  W-DATA-FIM
               HIGHLIGHT.
           05  TPRGVND
               LINE 10  COLUMN 13  PIC X(08)
               USING  W-VENDEDOR
               HIGHLIGHT.
           05  TPRGDEP
               LINE 11  COLUMN 13  PIC 99
               USING  W-DEPOSITO
               HIGHLIGHT.
           05  TPRGSIT
               LINE 12  COLUMN 19  PIC X(01)
               USING  W-SITUACAO
               HIGHLIGHT.
           05  TPRGDSIT
               LINE 12  COLUMN 22  PIC X(10)
               USING  W-DESC-SIT
               HIGHLIGHT.
           05  TPRGULT
               LINE 13  COLUMN 21  PIC ZZZZ9
               USING  W-ULT-PEDIDO
               HIGHLIGHT.
           05  TPRGULTD
               LINE 13  COLUMN 31  PIC 99999999
               USING  W-ULT-DATA
               HIGHLIGHT.
           05  TPRGPRO
               LINE 15  COLUMN 12  PIC 99999
               USING  W-CODIGO
               HIGHLIGHT.
           05  TPRGDENOM
               LINE 15  COLUMN 18  PIC X(30)
               USING  W-DENOM
               HIGHLIGHT.
           05  TPRGQTD
               LINE 16  COLUMN 20  PIC 9999999
               USING  W-QTDE
               HIGHLIGHT.
           05  TPRGNIT
               LINE 17  COLUMN 25  PIC ZZ9
               USING  W-QTDE-ITENS
               HIGHLIGHT.
           05  TMENS
               LINE 19  COLUMN 13  PIC X(50)
               USING  MENS
               HIGHLIGHT.
