      *****************************************************************
      * CPMATPAR - LAYOUT DA LINHA DO ARQUIVO DE PARAMETROS DO
      *            CONFRONTO PEDIDO X RECEBIMENTO X FATURA (MATCHPAR):
      *            TOLERANCIA PERCENTUAL DE QUANTIDADE, TOLERANCIA
      *            PERCENTUAL DE CUSTO UNITARIO E DIAS QUE UMA FATURA
      *            PODE ESPERAR PELO RECEBIMENTO ANTES DE IR PARA A
      *            FILA DE EXCECOES, NA MESMA CONVENCAO DO PONTOPAR
      *****************************************************************
       01  MATPAR-REGISTRO.
           05  MATPAR-TOL-QTDE-PERC      PIC 9(03)V99.
           05  MATPAR-TOL-CUSTO-PERC     PIC 9(03)V99.
           05  MATPAR-DIAS-SEM-ENTRADA   PIC 9(03).
