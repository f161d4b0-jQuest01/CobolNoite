       FD CADFCX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFCX.DAT".
      *
      * FECHAMENTO DE CAIXA POR OPERADOR (SGP030): TOTAIS DAS
      * VENDAS DE BALCAO EM ABERTO POR FORMA DE PAGAMENTO, FUNDO
      * DE TROCO, DINHEIRO ESPERADO NA GAVETA (FUNDO + DINHEIRO -
      * TROCO), DINHEIRO CONTADO E A DIFERENCA (CONTADO MENOS
      * ESPERADO - NEGATIVA = FALTA). FCX-OPER-FECHA E QUEM FEZ O
      * FECHAMENTO (O PROPRIO OPERADOR OU O SUPERVISOR)
      *
       01 REGFCX.
                03 FCX-CHAVE.
                   05 FCX-OPERADOR    PIC X(08).
                   05 FCX-DATA        PIC 9(08).
                   05 FCX-HORA        PIC 9(08).
                03 FCX-QTDE-VENDAS    PIC 9(05).
                03 FCX-DT-INI         PIC 9(08).
                03 FCX-DT-FIM         PIC 9(08).
                03 FCX-TOTAL          PIC 9(10)V99.
                03 FCX-DINHEIRO       PIC 9(10)V99.
                03 FCX-CARTAO         PIC 9(10)V99.
                03 FCX-PIX            PIC 9(10)V99.
                03 FCX-TROCO          PIC 9(10)V99.
                03 FCX-FUNDO          PIC 9(08)V99.
                03 FCX-ESPERADO       PIC 9(10)V99.
                03 FCX-CONTADO        PIC 9(10)V99.
                03 FCX-DIFERENCA      PIC S9(10)V99.
                03 FCX-OPER-FECHA     PIC X(08).
