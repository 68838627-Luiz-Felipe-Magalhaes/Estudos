      *            (REMBANCO)
      * HISTORICO DE ALTERACOES
      * 02/09/2026 FM - LAYOUT CRIADO
      * 15/10/2026 FM - INCLUIDOS OS DESCONTOS DE VALE-TRANSPORTE E
      *                 VALE-REFEICAO DO MES (LIQFOL-VALE-TRANSPORTE,
      *                 LIQFOL-VALE-REFEICAO), VINDOS DO LOTE DE
      *                 BENEFICIOS (PROGCOB31T)
      * 15/10/2026 FM - INCLUIDOS OS DIAS AFASTADOS NO MES E O
      *                 DESCONTO DOS DIAS SEM SALARIO PAGO PELA EMPRESA
      *                 (LIQFOL-DIAS-AFASTADO, LIQFOL-DESC-AFASTAMENTO),
      *                 APURADOS NO CADASTRO DE AFASTAMENTOS (PROGCOBL)
      * 15/10/2026 FM - INCLUIDOS A PLR DO MES E O IRRF EXCLUSIVO DA PLR
      *                 (LIQFOL-PLR, LIQFOL-IRRF-PLR), PAGOS FORA DO
      *                 BRUTO E DA BASE DE INSS/IRRF MENSAL
      * 15/10/2026 FM - INCLUIDO O DESCONTO DAS FALTAS NAO ABONADAS E DO
      *                 DSR DO MES (LIQFOL-DESC-FALTAS), LANCADO PELO
      *                 FECHAMENTO DE PONTO (PROGCOB31M)
      * 15/10/2026 FM - INCLUIDO O REEMBOLSO DE DESPESAS DO MES
      *                 (LIQFOL-REEMBOLSO), APROVADO PELO GERENTE DO
      *                 DEPARTAMENTO (PROGCOB58) E PAGO FORA DO BRUTO E
      *                 DA BASE DE INSS/IRRF
      *****************************************************************
       01  LIQFOL-REGISTRO.
           05  LIQFOL-MATRICULA          PIC 9(06).
           05  LIQFOL-IRRF               PIC 9(06)V99.
           05  LIQFOL-EMPRESTIMO         PIC 9(06)V99.
           05  LIQFOL-LIQUIDO            PIC 9(07)V99.
           05  LIQFOL-VALE-TRANSPORTE    PIC 9(05)V99.
           05  LIQFOL-VALE-REFEICAO      PIC 9(05)V99.
           05  LIQFOL-DIAS-AFASTADO      PIC 9(02).
           05  LIQFOL-DESC-AFASTAMENTO   PIC 9(06)V99.
           05  LIQFOL-PLR                PIC 9(07)V99.
           05  LIQFOL-IRRF-PLR           PIC 9(06)V99.
           05  LIQFOL-DESC-FALTAS        PIC 9(07)V99.
           05  LIQFOL-REEMBOLSO          PIC 9(07)V99.
