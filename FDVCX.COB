       FD CADVCX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVCX.DAT".
      *
      * PAGAMENTO DA VENDA DE BALCAO (SGP029), UM POR PEDIDO, COM
      * O VALOR RECEBIDO EM DINHEIRO, CARTAO E PIX E O TROCO DADO.
      * SITUACAO A = CAIXA EM ABERTO, F = INCLUIDA NO FECHAMENTO
      * DE CAIXA DO OPERADOR (SGP030), QUE GRAVA DATA E HORA DO
      * FECHAMENTO (CHAVE DO CADFCX JUNTO COM O OPERADOR),
      * C = VENDA CANCELADA NO SGP013 ANTES DO FECHAMENTO (FICA
      * FORA DO CAIXA). DEVOLUCAO PARCIAL ANTES DO FECHAMENTO
      * SOMA NO TROCO E SAI DO TOTAL
      *
       01 REGVCX.
                03 VCX-NUMERO         PIC 9(05).
                03 VCX-OPERADOR       PIC X(08).
                03 VCX-DATA           PIC 9(08).
                03 VCX-HORA           PIC 9(08).
                03 VCX-CLIENTE        PIC 9(05).
                03 VCX-TOTAL          PIC 9(08)V99.
                03 VCX-DINHEIRO       PIC 9(08)V99.
                03 VCX-CARTAO         PIC 9(08)V99.
                03 VCX-PIX            PIC 9(08)V99.
                03 VCX-TROCO          PIC 9(08)V99.
                03 VCX-SITUACAO       PIC X(01).
                03 VCX-DT-FECHA       PIC 9(08).
                03 VCX-HR-FECHA       PIC 9(08).
