       FD ESTDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESTDEP.DAT".
       01 REGESD.
                03 ESD-CHAVE.
                   05 ESD-CODIGO      PIC 9(05).
                   05 ESD-DEPOSITO    PIC 9(02).
                03 ESD-QTDE           PIC 9(07).
