       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SGR017 - CONSULTA DO JORNAL DE ALTERACOES"
           DISPLAY "ARQUIVO (CADCLI/CADFOR/CADUSU/CADCTA/CADMET/"
                   "CADCOB, "
                   "BRANCO=TODOS): "
           ACCEPT W-ARQ-FILTRO
           DISPLAY "CHAVE DO REGISTRO (BRANCO=TODAS): "
           ACCEPT W-CHV-FILTRO
