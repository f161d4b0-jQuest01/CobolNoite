                03 REC-DT-PAGTO       PIC 9(08).
                03 REC-VLR-PAGO       PIC 9(08)V99.
                03 REC-OPERADOR       PIC X(08).
                03 REC-REMESSA        PIC X(01).
                03 REC-DT-REMESSA     PIC 9(08).
