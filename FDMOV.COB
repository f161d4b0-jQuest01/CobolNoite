                03 MOV-QTDE-ANT       PIC 9(07).
                03 MOV-QTDE-NOVA      PIC 9(07).
                03 MOV-OPERADOR       PIC X(08).
                03 MOV-DEPOSITO       PIC 9(02).
                03 MOV-DEP-PAR        PIC 9(02).
                03 MOV-SENTIDO        PIC X(01).
