       FD CADICMS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADICMS.DAT".
       01 REGICM.
                03 ICM-UF          PIC X(02).
                03 ICM-DESCUF      PIC X(20).
                03 ICM-ALIQ-INT    PIC 9(02)V99.
                03 ICM-ALIQ-EXT    PIC 9(02)V99.
