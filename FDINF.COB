       FD ITENF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ITENF.DAT".
       01 REGINF.
                03 INF-CHAVE.
                   05 INF-NUMERO      PIC 9(06).
                   05 INF-SEQ         PIC 9(03).
                03 INF-CODIGO         PIC 9(05).
                03 INF-DENOM          PIC X(30).
                03 INF-UNID           PIC X(02).
                03 INF-CFOP           PIC 9(04).
                03 INF-QTDE           PIC 9(07).
                03 INF-PRECO          PIC 9(06)V99.
                03 INF-TOTAL          PIC 9(08)V99.
                03 INF-ALIQ           PIC 9(02)V99.
                03 INF-VLR-ICMS       PIC 9(08)V99.
