      *****************************************************************
      * CPDEPRE - LAYOUT DA LINHA DO EXTRATO DE DEPRECIACAO POR
      *           DEPARTAMENTO (DEPREEXT), GRAVADA PELO PROGCOB53D PARA
      *           CADA BEM DEPRECIADO NO MES, PARA O ORCADO X REALIZADO
      *           (PROGCOB19O) MOSTRAR A DEPRECIACAO DE CADA CENTRO DE
      *           CUSTO - O RAZAOEXT NAO TEM CENTRO DE CUSTO
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  DEPRE-REGISTRO.
           05  DEPRE-ANOMES              PIC 9(06).
           05  DEPRE-DEPARTAMENTO        PIC X(04).
           05  DEPRE-IMOBILIZADO         PIC 9(06).
           05  DEPRE-VALOR               PIC 9(09)V99.
