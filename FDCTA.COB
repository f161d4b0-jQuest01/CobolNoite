       FD CADCTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTA.DAT".
      *
      * MAPA DE CONTAS DA INTERFACE CONTABIL (SGB020), MANTIDO NO
      * SGP031. UM REGISTRO POR EVENTO E TIPO DE PRODUTO; TIPO
      * ZERO VALE PARA QUALQUER TIPO SEM MAPA PROPRIO. EVENTOS:
      *   VEN - VENDA DO DIA (CLIENTES X RECEITA)
      *   CMV - CUSTO DA MERCADORIA VENDIDA, POR TIPO DE PRODUTO
      *   DEV - DEVOLUCAO/CANCELAMENTO DE VENDA (SGP013)
      *   DCM - ESTORNO DO CUSTO DA MERCADORIA DEVOLVIDA, POR
      *         TIPO DE PRODUTO
      *   REC - BAIXA DE PARCELA DO CONTAS A RECEBER
      *   ENT - ENTRADA DE MERCADORIA (SGP009)
      *
       01 REGCTA.
                03 CTA-CHAVE.
                   05 CTA-EVENTO      PIC X(03).
                   05 CTA-TIPOPRD     PIC 9(01).
                03 CTA-DEBITO         PIC X(12).
                03 CTA-CREDITO        PIC X(12).
                03 CTA-HISTORICO      PIC X(30).
