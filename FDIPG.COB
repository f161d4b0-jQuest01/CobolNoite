       FD ITEPRG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ITEPRG.DAT".
      *
      * ITENS DO PEDIDO PROGRAMADO (CADPRG): UM REGISTRO POR
      * PRODUTO, COM A QUANTIDADE PEDIDA A CADA GERACAO
      *
       01 REGIPG.
                03 IPG-CHAVE.
                   05 IPG-CLIENTE     PIC 9(05).
                   05 IPG-SEQ         PIC 9(02).
                   05 IPG-CODIGO      PIC 9(05).
                03 IPG-QTDE           PIC 9(07).
