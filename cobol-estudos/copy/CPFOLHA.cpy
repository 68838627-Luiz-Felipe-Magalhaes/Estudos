      *                 DE MOVIMENTOS, PORQUE O REAJUSTE JA ESTA
      *                 DENTRO DO FUNC-SALARIO REGRAVADO PELO LOTE -
      *                 SEM ISSO O AUMENTO ERA PAGO DUAS VEZES
      * 15/10/2026 FM - INCLUIDO O TIPO L = PARTICIPACAO NOS LUCROS
      *                 (PLR, PROGCOB31R); A FOLHA LIQUIDA PAGA A PLR
      *                 FORA DA BASE DE INSS E DO IRRF MENSAL, COM O
      *                 IRRF EXCLUSIVO DA PLR (PROGCOBI), E O FGTS NAO
      *                 INCIDE SOBRE ELA
      * 15/10/2026 FM - INCLUIDO O TIPO F = DESCONTO DE FALTAS NAO
      *                 ABONADAS E DSR (FECHAMENTO MENSAL DO PONTO,
      *                 PROGCOB31M); O VALOR E GRAVADO POSITIVO E E
      *                 SUBTRAIDO PELA FOLHA LIQUIDA, PELO FGTS E PELOS
      *                 TOTAIS DE FOLHA
      * 15/10/2026 FM - INCLUIDO O TIPO E = REEMBOLSO DE DESPESAS
      *                 APROVADO PELO GERENTE DO DEPARTAMENTO
      *                 (PROGCOB58/58P); A FOLHA LIQUIDA PAGA O
      *                 REEMBOLSO FORA DO BRUTO E DA BASE DE INSS/IRRF,
      *                 O FGTS NAO INCIDE SOBRE ELE E A CONTABILIZACAO
      *                 DA FOLHA (PROGCOB19G) O DEIXA DE FORA, PORQUE O
      *                 PROGCOB58P JA O LANCA NO RAZAO POR DEPARTAMENTO
      *****************************************************************
       01  FOLHA-REGISTRO.
           05  FOLHA-MATRICULA           PIC 9(06).
               88  FOLHA-MOV-BONUS           VALUE 'B'.
               88  FOLHA-MOV-HORA-EXTRA      VALUE 'H'.
               88  FOLHA-MOV-HORAS-AULA      VALUE 'A'.
               88  FOLHA-MOV-PLR             VALUE 'L'.
               88  FOLHA-MOV-FALTAS          VALUE 'F'.
               88  FOLHA-MOV-REEMBOLSO       VALUE 'E'.
