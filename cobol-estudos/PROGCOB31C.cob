      * DATA   = 02/09/2026
      * HISTORICO DE ALTERACOES
      * 02/09/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - CONTRACHEQUE PASSA A ITEMIZAR OS DESCONTOS DE
      *                 VALE-TRANSPORTE E VALE-REFEICAO DA FOLHA LIQUIDA
      * 15/10/2026 FM - CONTRACHEQUE PASSA A MOSTRAR OS DIAS AFASTADOS
      *                 NO MES E O DESCONTO DOS DIAS SEM SALARIO
      * 15/10/2026 FM - IMPRIME A PLR DO MES E O IRRF EXCLUSIVO DA PLR,
      *                 QUANDO HOUVER
      * 15/10/2026 FM - IMPRIME O DESCONTO DAS FALTAS NAO ABONADAS E DO
      *                 DSR DO MES, QUANDO HOUVER
      * 15/10/2026 FM - IMPRIME O REEMBOLSO DE DESPESAS DO MES, QUANDO
      *                 HOUVER
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  CCH-ITEM-DESCRICAO    PIC X(30).
           05  CCH-ITEM-SINAL        PIC X(03).
           05  CCH-ITEM-VALOR        PIC $ZZZ.ZZ9,99.
       01  CCH-AFASTAMENTO.
           05  FILLER                PIC X(30) VALUE
               'DIAS AFASTADOS NO MES.........'.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  CCH-AFAST-DIAS        PIC Z9.
       01  CCH-LIQUIDO.
           05  FILLER                PIC X(30) VALUE
               'LIQUIDO A RECEBER.............'.
           MOVE ' + ' TO CCH-ITEM-SINAL.
           MOVE LIQFOL-SALARIO-BASE TO CCH-ITEM-VALOR.
           PERFORM 0250-IMPRIMIR-ITEM.
           IF LIQFOL-DIAS-AFASTADO > ZERO
               MOVE LIQFOL-DIAS-AFASTADO TO CCH-AFAST-DIAS
               MOVE CCH-AFASTAMENTO TO CCH-LINHA
               WRITE CCH-LINHA
               MOVE 'DIAS SEM SALARIO (AFASTAMENTO)'
                   TO CCH-ITEM-DESCRICAO
               MOVE ' - ' TO CCH-ITEM-SINAL
               MOVE LIQFOL-DESC-AFASTAMENTO TO CCH-ITEM-VALOR
               PERFORM 0250-IMPRIMIR-ITEM
           END-IF.
           PERFORM 0210-IMPRIMIR-REAJUSTE-MES.
           MOVE 'BONUS/HORA EXTRA/HORAS-AULA...'
               TO CCH-ITEM-DESCRICAO.
           MOVE ' + ' TO CCH-ITEM-SINAL.
           MOVE LIQFOL-MOVIMENTOS TO CCH-ITEM-VALOR.
           PERFORM 0250-IMPRIMIR-ITEM.
           IF LIQFOL-DESC-FALTAS > ZERO
               MOVE 'FALTAS E DSR (NAO ABONADAS)...'
                   TO CCH-ITEM-DESCRICAO
               MOVE ' - ' TO CCH-ITEM-SINAL
               MOVE LIQFOL-DESC-FALTAS TO CCH-ITEM-VALOR
               PERFORM 0250-IMPRIMIR-ITEM
           END-IF.
           MOVE 'SALARIO-FAMILIA...............'
               TO CCH-ITEM-DESCRICAO.
           MOVE ' + ' TO CCH-ITEM-SINAL.
           MOVE ' - ' TO CCH-ITEM-SINAL.
           MOVE LIQFOL-EMPRESTIMO TO CCH-ITEM-VALOR.
           PERFORM 0250-IMPRIMIR-ITEM.
           MOVE 'VALE-TRANSPORTE (ATE 6%)......'
               TO CCH-ITEM-DESCRICAO.
           MOVE ' - ' TO CCH-ITEM-SINAL.
           MOVE LIQFOL-VALE-TRANSPORTE TO CCH-ITEM-VALOR.
           PERFORM 0250-IMPRIMIR-ITEM.
           MOVE 'VALE-REFEICAO.................'
               TO CCH-ITEM-DESCRICAO.
           MOVE ' - ' TO CCH-ITEM-SINAL.
           MOVE LIQFOL-VALE-REFEICAO TO CCH-ITEM-VALOR.
           PERFORM 0250-IMPRIMIR-ITEM.
           IF LIQFOL-PLR > ZERO
               MOVE 'PARTICIPACAO NOS LUCROS (PLR).'
                   TO CCH-ITEM-DESCRICAO
               MOVE ' + ' TO CCH-ITEM-SINAL
               MOVE LIQFOL-PLR TO CCH-ITEM-VALOR
               PERFORM 0250-IMPRIMIR-ITEM
               MOVE 'IRRF EXCLUSIVO SOBRE A PLR....'
                   TO CCH-ITEM-DESCRICAO
               MOVE ' - ' TO CCH-ITEM-SINAL
               MOVE LIQFOL-IRRF-PLR TO CCH-ITEM-VALOR
               PERFORM 0250-IMPRIMIR-ITEM
           END-IF.
           IF LIQFOL-REEMBOLSO > ZERO
               MOVE 'REEMBOLSO DE DESPESAS.........'
                   TO CCH-ITEM-DESCRICAO
               MOVE ' + ' TO CCH-ITEM-SINAL
               MOVE LIQFOL-REEMBOLSO TO CCH-ITEM-VALOR
               PERFORM 0250-IMPRIMIR-ITEM
           END-IF.
           MOVE CCH-SEPARADOR TO CCH-LINHA.
           WRITE CCH-LINHA.
           MOVE LIQFOL-LIQUIDO TO CCH-LIQ-VALOR.
