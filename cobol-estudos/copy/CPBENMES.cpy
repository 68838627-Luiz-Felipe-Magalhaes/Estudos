      *****************************************************************
      * CPBENMES - LAYOUT DO REGISTRO DOS BENEFICIOS DO MES POR
      *            FUNCIONARIO (BENEFMES), GRAVADO PELO LOTE MENSAL DE
      *            BENEFICIOS (PROGCOB31T): VALOR DO VALE-TRANSPORTE E
      *            DO VALE-REFEICAO DO MES, A PARTE DESCONTADA DO
      *            FUNCIONARIO (VT LIMITADO A 6% DO FUNC-SALARIO) E O
      *            CUSTO DA EMPRESA. A FOLHA LIQUIDA (PROGCOB31N)
      *            DESCONTA AS DUAS PARTES DO FUNCIONARIO
      *****************************************************************
       01  BENMES-REGISTRO.
           05  BENMES-MATRICULA          PIC 9(06).
           05  BENMES-ANOMES             PIC 9(06).
           05  BENMES-VT-VALOR           PIC 9(05)V99.
           05  BENMES-VT-DESCONTO        PIC 9(05)V99.
           05  BENMES-VR-VALOR           PIC 9(05)V99.
           05  BENMES-VR-DESCONTO        PIC 9(05)V99.
           05  BENMES-CUSTO-EMPRESA      PIC 9(06)V99.
