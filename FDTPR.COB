       FD CADTPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTPR.DAT".
      *
      * TABELA DE PRECO NEGOCIADO: TPR-TIPO "C" = CLIENTE
      * (TPR-REFER = CLI-CODIGO) OU "G" = GRUPO DE CLIENTES
      * (TPR-REFER = CLI-GRUPO). CADA FAIXA DE QUANTIDADE E UM
      * REGISTRO (PRECO VALE A PARTIR DE TPR-QTDE-MIN), COM
      * VIGENCIA PROPRIA (TPR-DT-FIM ZERO = SEM FIM)
      *
       01 REGTPR.
                03 TPR-CHAVE.
                   05 TPR-TIPO        PIC X(01).
                   05 TPR-REFER       PIC 9(05).
                   05 TPR-CODIGO      PIC 9(05).
                   05 TPR-QTDE-MIN    PIC 9(07).
                03 TPR-PRECO          PIC 9(06)V99.
                03 TPR-DT-INI         PIC 9(08).
                03 TPR-DT-FIM         PIC 9(08).
                03 TPR-OPERADOR       PIC X(08).
