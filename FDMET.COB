       FD CADMET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMET.DAT".
      *
      * META MENSAL DE VENDA POR VENDEDOR (PED-VENDEDOR), MANTIDA
      * NO SGP033 E COMPARADA COM O REALIZADO NO SGR022. MET-TIPO
      * "G" = META GERAL DO VENDEDOR; "0" A "9" = META DO TIPO DE
      * PRODUTO (TIPOPRD). SEM META GERAL, VALE A SOMA DAS METAS
      * POR TIPO
      *
       01 REGMET.
                03 MET-CHAVE.
                   05 MET-PERIODO     PIC 9(06).
                   05 MET-VENDEDOR    PIC X(08).
                   05 MET-TIPO        PIC X(01).
                03 MET-VALOR          PIC 9(09)V99.
                03 MET-OPERADOR       PIC X(08).
                03 MET-DATA           PIC 9(08).
