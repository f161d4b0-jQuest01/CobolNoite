                03 ITE-CUSTO          PIC 9(06)V99.
                03 ITE-DESCONTO       PIC 9(06)V99.
                03 ITE-AUTORIZA       PIC X(08).
                03 ITE-TABELA.
                   05 ITE-TAB-TIPO    PIC X(01).
                   05 ITE-TAB-REF     PIC 9(05).
