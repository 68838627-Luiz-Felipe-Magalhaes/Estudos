      *****************************************************************
      * CPREPPAR - LAYOUT DA LINHA DO ARQUIVO DE PARAMETROS DO
      *            RECALCULO DO PONTO DE PEDIDO (REPOSPAR): DIAS DE
      *            HISTORICO DE VENDAS CONSIDERADOS, PRAZO DE ENTREGA
      *            PADRAO EM DIAS (PRODUTO SEM PEDIDO RECEBIDO),
      *            PERCENTUAL DO PICO DE DEMANDA ACIMA DA MEDIA QUE
      *            ENTRA COMO ESTOQUE DE SEGURANCA E DIAS DE DEMANDA
      *            MEDIA COBERTOS PELO LOTE DE REPOSICAO, NA MESMA
      *            CONVENCAO DO PONTOPAR
      *****************************************************************
       01  REPPAR-REGISTRO.
           05  REPPAR-DIAS-HISTORICO     PIC 9(03).
           05  REPPAR-PRAZO-PADRAO       PIC 9(03).
           05  REPPAR-PERC-SEGURANCA     PIC 9(03).
           05  REPPAR-DIAS-COBERTURA     PIC 9(03).
