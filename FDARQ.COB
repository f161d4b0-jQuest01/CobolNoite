                03 ARQ-QTDE-ANT       PIC 9(07).
                03 ARQ-QTDE-NOVA      PIC 9(07).
                03 ARQ-OPERADOR       PIC X(08).
                03 ARQ-DEPOSITO       PIC 9(02).
                03 ARQ-DEP-PAR        PIC 9(02).
                03 ARQ-SENTIDO        PIC X(01).
