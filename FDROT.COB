       FD CADROT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADROT.DAT".
      *
      * ROTA DE ENTREGA: DIAS EM QUE SAI (ROT-DIA 1=DOMINGO ...
      * 7=SABADO, "S" OU "N") E AREA ATENDIDA POR FAIXAS DE CEP
      * E/OU POR BAIRRO + CIDADE DO CLIENTE (COMO GRAVADOS DO
      * CADCEP NO CADCLI). A FAIXA DE CEP TEM PRIORIDADE SOBRE O
      * BAIRRO; ENTRE ROTAS VALE A DE MENOR CODIGO (SGB018)
      *
       01 REGROT.
                03 ROT-CODIGO         PIC 9(03).
                03 ROT-NOME           PIC X(30).
                03 ROT-DIAS.
                   05 ROT-DIA         PIC X(01) OCCURS 7 TIMES.
                03 ROT-FAIXAS.
                   05 ROT-FAIXA       OCCURS 4 TIMES.
                      07 ROT-CEP-INI  PIC 9(08).
                      07 ROT-CEP-FIM  PIC 9(08).
                03 ROT-LOCAIS.
                   05 ROT-LOCAL       OCCURS 4 TIMES.
                      07 ROT-BAIRRO   PIC X(20).
                      07 ROT-CIDADE   PIC X(12).
