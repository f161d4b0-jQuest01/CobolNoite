                03 CLI-SITUACAO    PIC X(01).
                03 CLI-DESCSITU    PIC X(10).
                03 CLI-LIMITE      PIC 9(08)V99.
                03 CLI-GRUPO       PIC 9(03).
