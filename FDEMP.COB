       FD CADEMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMP.DAT".
      *
      * REGISTRO UNICO (CHAVE "1") COM OS DADOS DA EMPRESA NO
      * MESMO LEIAUTE DO DADOS-EMPRESA (WSEMP). MANTIDO NO SGP034
      * E CARREGADO PELA SUBROTINA LEREMP NOS PROGRAMAS QUE
      * COPIAM O WSEMP
      *
       01 REGEMP.
                03 EMC-CHAVE       PIC X(01).
                03 EMC-DADOS       PIC X(159).
