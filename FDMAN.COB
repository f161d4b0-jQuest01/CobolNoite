       FD CADMAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMAN.DAT".
      *
      * MANIFESTO DE ENTREGA (UM POR ROTA E SAIDA), GERADO PELO
      * SGB018 COM NUMERO DO CONTADOR "MANIFEST" DO CADPARM.
      * SITUACAO A = ABERTO, E = ENCERRADO NA CONFIRMACAO DE
      * ENTREGA DO SGP014. OS PEDIDOS FICAM NO ITEMAN
      *
       01 REGMAN.
                03 MAN-NUMERO         PIC 9(06).
                03 MAN-ROTA           PIC 9(03).
                03 MAN-NOME-ROTA      PIC X(30).
                03 MAN-DT-SAIDA       PIC 9(08).
                03 MAN-DT-GERA        PIC 9(08).
                03 MAN-QTDE-PED       PIC 9(03).
                03 MAN-TOTAL          PIC 9(10)V99.
                03 MAN-SITUACAO       PIC X(01).
                03 MAN-DESCSITU       PIC X(10).
                03 MAN-QTDE-ENT       PIC 9(03).
                03 MAN-DT-BAIXA       PIC 9(08).
                03 MAN-OPER-BAIXA     PIC X(08).
