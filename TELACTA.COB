       01  TELACTA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 02  COLUMN 01
               VALUE  "|   MAPA DE CONTAS DA INTERFACE CONTABIL   |".
           05  LINE 03  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 05  COLUMN 01
               VALUE  "  EVENTO......:".
           05  LINE 06  COLUMN 01
               VALUE  "  TIPO PRODUTO:".
           05  LINE 07  COLUMN 01
               VALUE  "  CONTA DEBITO:".
           05  LINE 08  COLUMN 01
               VALUE  "  CONTA CRED..:".
           05  LINE 09  COLUMN 01
               VALUE  "  HISTORICO...:".
           05  LINE 11  COLUMN 01
               VALUE  "  EVENTOS: VEN CMV DEV DCM REC ENT".
           05  LINE 12  COLUMN 01
               VALUE  "  TIPO 0 = QUALQUER TIPO (SO CMV E DCM)".
           05  LINE 14  COLUMN 01
               VALUE  "+------------------------------------------+".
           05  LINE 16  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  TCTAEVT
               LINE 05  COLUMN 17  PIC X(03)
               USING  CTA-EVENTO
               HIGHLIGHT.
           05  TCTADEVT
               LINE 05  COLUMN 23  PIC X(30)
               USING  W-DESC-EVT
               HIGHLIGHT.
           05  TCTATIPO
               LINE 06  COLUMN 17  PIC 9(01)
               USING  CTA-TIPOPRD
               HIGHLIGHT.
           05  TCTADTIP
               LINE 06  COLUMN 23  PIC X(15)
               USING  W-DESC-TIPO
               HIGHLIGHT.
           05  TCTADEB
               LINE 07  COLUMN 17  PIC X(12)
               USING  CTA-DEBITO
               HIGHLIGHT.
           05  TCTACRE
               LINE 08  COLUMN 17  PIC X(12)
               USING  CTA-CREDITO
               HIGHLIGHT.
           05  TCTAHIS
               LINE 09  COLUMN 17  PIC X(30)
               USING  CTA-HISTORICO
               HIGHLIGHT.
           05  TMENS
               LINE 16  COLUMN 13  PIC X(50)
               USING  MENS
               HIGHLIGHT.
