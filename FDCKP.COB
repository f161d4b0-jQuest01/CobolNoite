      *   SGB003: ULT-CEP = ULTIMO PERIODO FECHADO, QTDE = ARQUIVADOS
      *   SGB008: ULT-CEP = ULTIMO PASSO CONCLUIDO, QTDE = EXECUTADOS
      *   SGB002: ULT-CEP = SALDOS CORRIGIDOS, QTDE = DIVERGENCIAS
      *   SGB019: ULT-CEP = ULTIMO PEDIDO TRATADO NA EXECUCAO EM
      *           ANDAMENTO (ZERO = CONCLUIDA), QTDE = ARQUIVADOS
      *   SGB019C: ULT-CEP = DATA DE CORTE DO ULTIMO EXPURGO
      *           (PEDIDOS ANTERIORES PODEM ESTAR NO HISPED)
      *   SGB020: ULT-CEP = ULTIMO DIA EXPORTADO PARA A
      *           CONTABILIDADE, QTDE = LANCAMENTOS DO DIA
      *
       01 REGCKP.
                03 CKP-JOB         PIC X(08).
