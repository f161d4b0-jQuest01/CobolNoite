       FD CADPRG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRG.DAT".
      *
      * PEDIDO PROGRAMADO (RECORRENTE) DO CLIENTE: CABECA COM A
      * FREQUENCIA (S=SEMANAL Q=QUINZENAL M=MENSAL), A PROXIMA
      * DATA DE GERACAO E A DATA FINAL (ZERO = SEM FIM). OS
      * ITENS FICAM NO ITEPRG. O SGB022 GERA O ORCAMENTO (PED-
      * SITUACAO "O") NA DATA DEVIDA E AVANCA PRG-PROX-DATA;
      * O MENSAL VOLTA SEMPRE AO DIA PRG-DIA-MES (OU AO ULTIMO
      * DIA DO MES, SE ELE FOR MENOR). SITUACAO A=ATIVO,
      * S=SUSPENSO (SGP032), E=ENCERRADO (PASSOU A DATA FINAL)
      *
       01 REGPRG.
                03 PRG-CHAVE.
                   05 PRG-CLIENTE     PIC 9(05).
                   05 PRG-SEQ         PIC 9(02).
                03 PRG-FREQ           PIC X(01).
                03 PRG-DIA-MES        PIC 9(02).
                03 PRG-PROX-DATA      PIC 9(08).
                03 PRG-DATA-FIM       PIC 9(08).
                03 PRG-VENDEDOR       PIC X(08).
                03 PRG-DEPOSITO       PIC 9(02).
                03 PRG-SITUACAO       PIC X(01).
                03 PRG-ULT-PEDIDO     PIC 9(05).
                03 PRG-ULT-DATA       PIC 9(08).
                03 PRG-OPERADOR       PIC X(08).
