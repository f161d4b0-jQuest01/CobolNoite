       FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.DAT".
       01 REGPAG.
                03 PAG-CHAVE.
                   05 PAG-FORNEC      PIC 9(05).
                   05 PAG-NOTA        PIC 9(09).
                   05 PAG-PARCELA     PIC 9(02).
                03 PAG-PEDCOMP        PIC 9(05).
                03 PAG-EMISSAO        PIC 9(08).
                03 PAG-VENCTO         PIC 9(08).
                03 PAG-VALOR          PIC 9(08)V99.
                03 PAG-SITUACAO       PIC X(01).
                03 PAG-DESCSITU       PIC X(10).
                03 PAG-DT-PAGTO       PIC 9(08).
                03 PAG-VLR-PAGO       PIC 9(08)V99.
                03 PAG-OPERADOR       PIC X(08).
