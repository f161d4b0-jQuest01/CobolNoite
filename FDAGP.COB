       FD CADAGP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGP.DAT".
      *
      * PROGRAMACAO DE ALTERACAO DE PRECO: O PASSO SGB017 DA
      * CADEIA NOTURNA APLICA O NOVO PRECOC/PRECOV (ZERO = MANTEM)
      * A PARTIR DE AGP-DT-INI E, SE AGP-DT-FIM NAO FOR ZERO,
      * RESTAURA NESSA DATA O PRECO GUARDADO EM AGP-PRECOC-ANT E
      * AGP-PRECOV-ANT. AGP-SITUACAO: P = PENDENTE, A = APLICADA
      * (AGUARDA RESTAURACAO), E = ENCERRADA, R = RECUSADA
      *
       01 REGAGP.
                03 AGP-CHAVE.
                   05 AGP-CODIGO      PIC 9(05).
                   05 AGP-DT-INI      PIC 9(08).
                03 AGP-PRECOC-NOVO    PIC 9(06)V99.
                03 AGP-PRECOV-NOVO    PIC 9(06)V99.
                03 AGP-DT-FIM         PIC 9(08).
                03 AGP-SITUACAO       PIC X(01).
                03 AGP-PRECOC-ANT     PIC 9(06)V99.
                03 AGP-PRECOV-ANT     PIC 9(06)V99.
                03 AGP-DT-APLIC       PIC 9(08).
                03 AGP-OPERADOR       PIC X(08).
