      *****************************************************************
      * CPCREDPAR - LAYOUT DA LINHA DO ARQUIVO DE PARAMETROS DO
      *             CREDITO DE LOJA (CREDPAR): VALIDADE DO SALDO EM
      *             MESES SEM NOVO CREDITO, NA MESMA CONVENCAO DO
      *             PONTOPAR
      *****************************************************************
       01  CREDPAR-REGISTRO.
           05  CREDPAR-VALIDADE-MESES    PIC 9(03).
