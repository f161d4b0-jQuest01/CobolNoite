      * EVENTO (A=ALTERACAO E=EXCLUSAO),   *
      * A CHAVE DO REGISTRO, O OPERADOR    *
      * (WSUSU) E AS IMAGENS ANTES/DEPOIS. *
      * CHAMADA POR SGP005, SGP008, SGP012 *
      * SGP031, SGP033, SGB021, SGB023 E   *
      * LIBCOB - CONSULTA PELO SGR017      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
