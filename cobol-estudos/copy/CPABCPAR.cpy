      *****************************************************************
      * CPABCPAR - LAYOUT DA LINHA DO ARQUIVO DE PARAMETROS DA
      *            CLASSIFICACAO ABC E DO ESTOQUE PARADO (ABCPAR):
      *            PERCENTUAL ACUMULADO DA RECEITA QUE FECHA A CLASSE
      *            A E A CLASSE B, E QUANTOS DIAS SEM VENDA FAZEM UM
      *            SALDO EM ESTOQUE SER CONSIDERADO PARADO, NA MESMA
      *            CONVENCAO DO PONTOPAR
      *****************************************************************
       01  ABCPAR-REGISTRO.
           05  ABCPAR-PERC-CLASSE-A      PIC 9(03).
           05  ABCPAR-PERC-CLASSE-B      PIC 9(03).
           05  ABCPAR-DIAS-SEM-VENDA     PIC 9(03).
