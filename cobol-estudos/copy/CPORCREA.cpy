      *****************************************************************
      * CPORCREA - LAYOUT DA LINHA DO EXTRATO DE CONSUMO DO ORCAMENTO
      *            POR DEPARTAMENTO (ORCAREAL), GRAVADA PELO ORCADO X
      *            REALIZADO (PROGCOB19O) PARA CADA DEPARTAMENTO DO
      *            ORCAMENTO ANUAL, COM O TOTAL ORCADO NO ANO (FOLHA,
      *            FRETE E DEPRECIACAO), O REALIZADO ATE O MES DE
      *            REFERENCIA E O PERCENTUAL CONSUMIDO, PARA O LOTE DE
      *            PLR (PROGCOB31R) APLICAR O MULTIPLICADOR DO
      *            DEPARTAMENTO PELO ATINGIMENTO DO ORCAMENTO
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  ORCREA-REGISTRO.
           05  ORCREA-ANOMES             PIC 9(06).
           05  ORCREA-DEPARTAMENTO       PIC X(04).
           05  ORCREA-ORCADO             PIC 9(11)V99.
           05  ORCREA-REALIZADO          PIC S9(11)V99.
           05  ORCREA-PERC-CONSUMO       PIC 9(05)V99.
