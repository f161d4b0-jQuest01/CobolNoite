       FD CADCOB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOB.DAT".
      *
      * ESTAGIO DE COBRANCA DO CLIENTE, MANTIDO PELO SGB023. ESTAGIO
      * 0 = SEM ATRASO RELEVANTE; 1 A 3 CONFORME OS DIAS DE ATRASO
      * DA PARCELA MAIS ANTIGA (CADPARM "COBRANC1" A "COBRANC3").
      * COB-BLOQUEIO "S" = CLIENTE BLOQUEADO PELA COBRANCA (CLI-
      * SITUACAO "B"); COB-DIAS-BLOQ GUARDA O ATRASO QUE BLOQUEOU,
      * USADO NA LIBERACAO AUTOMATICA (LIBCOB) NA BAIXA DAS PARCELAS
      *
       01 REGCOB.
                03 COB-CLIENTE        PIC 9(05).
                03 COB-ESTAGIO        PIC 9(01).
                03 COB-DATA-EST       PIC 9(08).
                03 COB-DIAS           PIC 9(05).
                03 COB-VALOR          PIC 9(09)V99.
                03 COB-QTDE           PIC 9(03).
                03 COB-BLOQUEIO       PIC X(01).
                03 COB-DIAS-BLOQ      PIC 9(05).
                03 COB-DATA-BLOQ      PIC 9(08).
                03 COB-DATA-LIB       PIC 9(08).
                03 COB-OPER-LIB       PIC X(08).
                03 COB-EXEC-DATA      PIC 9(08).
                03 COB-EXEC-HORA      PIC 9(08).
