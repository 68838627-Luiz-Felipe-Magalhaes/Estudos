      *                 TRUNCAVA A CADA CICLO OS LANCAMENTOS DO CMV,
      *                 DAS PROVISOES E DO FGTS, E O BALANCETE MENSAL
      *                 (PROGCOB19T) NUNCA VIA O MES INTEIRO
      * 15/10/2026 FM - O DESCONTO DE FALTAS E DSR (TIPO F DO FOLHAEXT)
      *                 E SUBTRAIDO DO TOTAL DA FOLHA
      * 15/10/2026 FM - O REEMBOLSO DE DESPESAS (TIPO E DO FOLHAEXT)
      *                 FICA FORA DO TOTAL DE FOLHA, PORQUE O PROGCOB58P
      *                 JA O LANCA NO RAZAO POR DEPARTAMENTO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88  WRK-FIM-FOLHA             VALUE 'S'.
       77  WRK-EOF-FRETE-SW          PIC X(01) VALUE 'N'.
           88  WRK-FIM-FRETE             VALUE 'S'.
       77  WRK-TOTAL-FOLHA           PIC S9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-FRETE           PIC 9(09)V99 VALUE ZERO.
       77  WRK-QTDE-LANCAMENTOS      PIC 9(05) VALUE ZERO.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
               AT END SET WRK-FIM-FOLHA TO TRUE
           END-READ.

      ******************************* O REEMBOLSO DE DESPESAS (TIPO E)
      ******************************* JA E LANCADO NO RAZAO POR
      ******************************* DEPARTAMENTO PELO PROGCOB58P
       0212-ACUMULAR-FOLHA.
           EVALUATE TRUE
               WHEN FOLHA-MOV-FALTAS
                   SUBTRACT FOLHA-VALOR-AUMENTO FROM WRK-TOTAL-FOLHA
               WHEN FOLHA-MOV-REEMBOLSO
                   CONTINUE
               WHEN OTHER
                   ADD FOLHA-VALOR-AUMENTO TO WRK-TOTAL-FOLHA
           END-EVALUATE.
           PERFORM 0211-LER-FOLHA.

      ******************************* TOTAL DO EXTRATO DE FRETE
