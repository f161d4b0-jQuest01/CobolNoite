       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.DAT".
       01 REGDEP.
                03 DEP-CODIGO      PIC 9(02).
                03 DEP-NOME        PIC X(20).
