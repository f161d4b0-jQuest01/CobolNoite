       FD CADDEV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEV.DAT".
      *
      * UM REGISTRO POR ITEM DEVOLVIDO OU ESTORNADO NO SGP013,
      * NA DATA EM QUE A DEVOLUCAO FOI FEITA (A CHAVE COMECA
      * PELA DATA PARA A LEITURA DO DIA NA INTERFACE CONTABIL -
      * SGB020). DEV-TIPO "D" = DEVOLUCAO PARCIAL, "C" =
      * CANCELAMENTO DO PEDIDO. DEV-VALOR E O VALOR DE VENDA
      * ESTORNADO (LIQUIDO DE DESCONTO) E DEV-CUSTO O CUSTO DA
      * MERCADORIA QUE VOLTOU (QTDE X ITE-CUSTO)
      *
       01 REGDEV.
                03 DEV-CHAVE.
                   05 DEV-DATA        PIC 9(08).
                   05 DEV-HORA        PIC 9(08).
                   05 DEV-NUMERO      PIC 9(05).
                   05 DEV-SEQ         PIC 9(03).
                03 DEV-CODIGO         PIC 9(05).
                03 DEV-QTDE           PIC 9(07).
                03 DEV-VALOR          PIC 9(08)V99.
                03 DEV-CUSTO          PIC 9(08)V99.
                03 DEV-TIPO           PIC X(01).
                03 DEV-OPERADOR       PIC X(08).
