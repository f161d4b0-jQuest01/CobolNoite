                03 PED-CONDPAG     PIC 9(02).
                03 PED-VALIDADE    PIC 9(08).
                03 PED-VENDEDOR    PIC X(08).
                03 PED-NOTA        PIC 9(06).
                03 PED-DEPOSITO    PIC 9(02).
                03 PED-MANIFESTO   PIC 9(06).
