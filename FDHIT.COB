       FD HISITE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISITE.DAT".
      *
      * HISTORICO DOS ITENS DE PEDIDOS ARQUIVADOS (SGB019).
      * HIT-ITEM TEM O MESMO LAYOUT DO REGITE (FDITE.COB)
      *
       01 REGHIT.
           03 HIT-ITEM.
                05 HIT-CHAVE.
                   07 HIT-NUMERO      PIC 9(05).
                   07 HIT-SEQ         PIC 9(03).
                05 HIT-CODIGO         PIC 9(05).
                05 HIT-QTDE           PIC 9(07).
                05 HIT-PRECO          PIC 9(06)V99.
                05 HIT-TOTAL          PIC 9(08)V99.
                05 HIT-QTDE-DEV       PIC 9(07).
                05 HIT-CUSTO          PIC 9(06)V99.
                05 HIT-DESCONTO       PIC 9(06)V99.
                05 HIT-AUTORIZA       PIC X(08).
                05 HIT-TABELA.
                   07 HIT-TAB-TIPO    PIC X(01).
                   07 HIT-TAB-REF     PIC 9(05).
           03 HIT-DT-ARQ              PIC 9(08).
