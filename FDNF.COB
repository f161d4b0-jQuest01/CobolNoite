       FD CADNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNF.DAT".
       01 REGNF.
                03 NF-NUMERO       PIC 9(06).
                03 NF-PEDIDO       PIC 9(05).
                03 NF-CLIENTE      PIC 9(05).
                03 NF-EMISSAO      PIC 9(08).
                03 NF-HORA         PIC 9(08).
                03 NF-CFOP         PIC 9(04).
                03 NF-UF           PIC X(02).
                03 NF-ALIQ         PIC 9(02)V99.
                03 NF-QTDE-ITENS   PIC 9(03).
                03 NF-BASE-ICMS    PIC 9(08)V99.
                03 NF-VLR-ICMS     PIC 9(08)V99.
                03 NF-TOTAL        PIC 9(08)V99.
                03 NF-SITUACAO     PIC X(01).
                03 NF-DESCSITU     PIC X(10).
                03 NF-OPERADOR     PIC X(08).
                03 NF-DT-CANCEL    PIC 9(08).
                03 NF-OPER-CANCEL  PIC X(08).
