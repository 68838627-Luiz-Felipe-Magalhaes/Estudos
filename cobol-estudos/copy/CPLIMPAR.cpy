      *****************************************************************
      * CPLIMPAR - LAYOUT DA LINHA DO ARQUIVO DE PARAMETROS DA REVISAO
      *            TRIMESTRAL DE LIMITE DE CREDITO (LIMPAR): DIAS DE
      *            HISTORICO CONSIDERADOS, PONTUACAO MINIMA PARA
      *            PROPOR AUMENTO, PONTUACAO ABAIXO DA QUAL SE PROPOE
      *            REDUCAO, PERCENTUAIS DE AUMENTO E DE REDUCAO, VOLUME
      *            DE COMPRAS NO PERIODO QUE SOMA PONTOS E LIMITE
      *            MINIMO PROPOSTO NUM AUMENTO, NA MESMA CONVENCAO DO
      *            REPOSPAR
      *****************************************************************
       01  LIMPAR-REGISTRO.
           05  LIMPAR-DIAS-HISTORICO     PIC 9(03).
           05  LIMPAR-PONTOS-AUMENTO     PIC 9(03).
           05  LIMPAR-PONTOS-REDUCAO     PIC 9(03).
           05  LIMPAR-PERC-AUMENTO       PIC 9(03).
           05  LIMPAR-PERC-REDUCAO       PIC 9(03).
           05  LIMPAR-VOLUME-MINIMO      PIC 9(07)V99.
           05  LIMPAR-LIMITE-MINIMO      PIC 9(07)V99.
