      * DATA   = 21/08/2026
      * HISTORICO DE ALTERACOES
      * 21/08/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - O DESCONTO DE FALTAS E DSR (TIPO F DO FOLHAEXT)
      *                 E SUBTRAIDO DO TOTAL DA FOLHA
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-DIAS-JANELA           PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DIAS-JANELA      PIC 9(02) VALUE 7.
       77  WRK-QTDE-LANCAMENTOS      PIC 9(05) VALUE ZERO.
       77  WRK-TOTAL-FOLHA           PIC S9(09)V99 VALUE ZERO.
       01  RES-CABECALHO.
           05  FILLER                PIC X(40) VALUE
               'RESUMO SEMANAL DE CUSTO DE FOLHA'.
           IF WRK-DIAS-JANELA >= 0
              AND WRK-DIAS-JANELA < WRK-QTDE-DIAS-JANELA
               ADD 1 TO WRK-QTDE-LANCAMENTOS
               IF FOLHA-MOV-FALTAS
                   SUBTRACT FOLHA-VALOR-AUMENTO FROM WRK-TOTAL-FOLHA
               ELSE
                   ADD FOLHA-VALOR-AUMENTO TO WRK-TOTAL-FOLHA
               END-IF
           END-IF.
           PERFORM 0110-LER-FOLHA.

