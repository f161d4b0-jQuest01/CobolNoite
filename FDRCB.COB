       FD CADRCB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRCB.DAT".
      *
      * UM REGISTRO POR LINHA RECEBIDA NA ENTRADA DE COMPRA
      * (SGP009). O NUMERO DO RECEBIMENTO VEM DO CONTADOR
      * "RECEBTO " DO CADPARM. RCB-IPC-SEQ E A LINHA DO PEDIDO
      * DE COMPRA BAIXADA (ZERO = PRODUTO FORA DO PEDIDO OU
      * ENTRADA AVULSA). QUANTIDADE E CUSTO NA UNIDADE DE VENDA.
      * RCB-QTDE-DEV ACUMULA O QUE JA VOLTOU AO FORNECEDOR
      * (SGP026). RCB-QTDE-PEND E RCB-CUSTO-PCO GUARDAM O SALDO
      * AINDA PENDENTE NA LINHA DO PEDIDO ANTES DESTA ENTREGA E
      * O CUSTO COMBINADO NO PEDIDO (ENTREGA PARCIAL E VARIACAO
      * DE PRECO NA AVALIACAO DE FORNECEDOR - SGR021)
      *
       01 REGRCB.
                03 RCB-CHAVE.
                   05 RCB-NUMERO      PIC 9(06).
                   05 RCB-SEQ         PIC 9(03).
                03 RCB-FORNEC         PIC 9(05).
                03 RCB-DATA           PIC 9(08).
                03 RCB-HORA           PIC 9(08).
                03 RCB-NOTA           PIC 9(09).
                03 RCB-PEDCOMP        PIC 9(05).
                03 RCB-IPC-SEQ        PIC 9(03).
                03 RCB-DEPOSITO       PIC 9(02).
                03 RCB-CODIGO         PIC 9(05).
                03 RCB-QTDE           PIC 9(07).
                03 RCB-CUSTO          PIC 9(06)V99.
                03 RCB-LOTE           PIC X(10).
                03 RCB-VALIDADE       PIC 9(08).
                03 RCB-QTDE-DEV       PIC 9(07).
                03 RCB-OPERADOR       PIC X(08).
                03 RCB-QTDE-PEND      PIC 9(07).
                03 RCB-CUSTO-PCO      PIC 9(06)V99.
