       FD HISREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISREC.DAT".
      *
      * HISTORICO DAS PARCELAS QUITADAS/CANCELADAS DE PEDIDOS
      * ARQUIVADOS (SGB019). HRC-PARCELA TEM O MESMO LAYOUT DO
      * REGREC (FDREC.COB)
      *
       01 REGHRC.
           03 HRC-PARCELA.
                05 HRC-CHAVE.
                   07 HRC-NUMERO      PIC 9(05).
                   07 HRC-PARC        PIC 9(02).
                05 HRC-CLIENTE        PIC 9(05).
                05 HRC-EMISSAO        PIC 9(08).
                05 HRC-VENCTO         PIC 9(08).
                05 HRC-VALOR          PIC 9(08)V99.
                05 HRC-SITUACAO       PIC X(01).
                05 HRC-DESCSITU       PIC X(10).
                05 HRC-DT-PAGTO       PIC 9(08).
                05 HRC-VLR-PAGO       PIC 9(08)V99.
                05 HRC-OPERADOR       PIC X(08).
                05 HRC-REMESSA        PIC X(01).
                05 HRC-DT-REMESSA     PIC 9(08).
           03 HRC-DT-ARQ              PIC 9(08).
