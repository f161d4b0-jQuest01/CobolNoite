       FD CADPCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPCO.DAT".
      *
      * PCO-DT-PREV E A DATA PREVISTA DE ENTREGA (EMISSAO MAIS O
      * PRAZO INFORMADO NO SGP016). ZERO NOS PEDIDOS ANTIGOS: O
      * SGR021 USA ENTAO O PRAZO PADRAO "PRAZOCPR" DO CADPARM
      *
       01 REGPCO.
                03 PCO-NUMERO      PIC 9(05).
                03 PCO-FORNEC      PIC 9(05).
                03 PCO-SITUACAO    PIC X(01).
                03 PCO-DESCSITU    PIC X(10).
                03 PCO-OPERADOR    PIC X(08).
                03 PCO-DT-PREV     PIC 9(08).
