       FD ITEMAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ITEMAN.DAT".
      *
      * PEDIDOS DO MANIFESTO NA ORDEM DE ENTREGA (CEP).
      * MNI-SITUACAO: P = PENDENTE, E = ENTREGUE (NOTA EMITIDA),
      * N = NAO ENTREGUE (VOLTA PARA UM PROXIMO MANIFESTO),
      * F = FALHA NA EMISSAO DA NOTA, J = PEDIDO JA ENTREGUE OU
      * CANCELADO FORA DO MANIFESTO
      *
       01 REGMNI.
                03 MNI-CHAVE.
                   05 MNI-NUMERO      PIC 9(06).
                   05 MNI-SEQ         PIC 9(03).
                03 MNI-PEDIDO         PIC 9(05).
                03 MNI-CLIENTE        PIC 9(05).
                03 MNI-CEP            PIC 9(08).
                03 MNI-QTDE-ITENS     PIC 9(03).
                03 MNI-TOTAL          PIC 9(08)V99.
                03 MNI-SITUACAO       PIC X(01).
