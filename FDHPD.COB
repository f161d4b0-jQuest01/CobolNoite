       FD HISPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISPED.DAT".
      *
      * HISTORICO DE PEDIDOS ARQUIVADOS PELO SGB019. HPD-PEDIDO TEM
      * O MESMO LAYOUT DO REGPED (FDPED.COB), SEGUIDO DA DATA DO
      * ARQUIVAMENTO
      *
       01 REGHPD.
           03 HPD-PEDIDO.
                05 HPD-NUMERO      PIC 9(05).
                05 HPD-CLIENTE     PIC 9(05).
                05 HPD-DATA        PIC 9(08).
                05 HPD-HORA        PIC 9(08).
                05 HPD-QTDE-ITENS  PIC 9(03).
                05 HPD-TOTAL       PIC 9(08)V99.
                05 HPD-SITUACAO    PIC X(01).
                05 HPD-DESCSITU    PIC X(10).
                05 HPD-OPER-SIT    PIC X(08).
                05 HPD-DATA-SIT    PIC 9(08).
                05 HPD-CONDPAG     PIC 9(02).
                05 HPD-VALIDADE    PIC 9(08).
                05 HPD-VENDEDOR    PIC X(08).
                05 HPD-NOTA        PIC 9(06).
                05 HPD-DEPOSITO    PIC 9(02).
                05 HPD-MANIFESTO   PIC 9(06).
           03 HPD-DT-ARQ           PIC 9(08).
