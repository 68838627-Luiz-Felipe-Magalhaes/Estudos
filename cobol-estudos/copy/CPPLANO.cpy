      *           PARA UMA CONTA DIGITADA ERRADA PARAR DE QUEBRAR A
      *           IMPORTACAO DO CONTADOR EM SILENCIO
      * CHAVE    = PLANO-CONTA
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - INCLUIDO O TIPO 'L' (PATRIMONIO LIQUIDO), PARA
      *                 O BALANCO PATRIMONIAL DO PROGCOB19D
      *****************************************************************
       01  PLANO-REGISTRO.
           05  PLANO-CONTA               PIC 9(06).
               88  PLANO-TIPO-PASSIVO        VALUE 'P'.
               88  PLANO-TIPO-RECEITA        VALUE 'R'.
               88  PLANO-TIPO-DESPESA        VALUE 'D'.
               88  PLANO-TIPO-PATRIMONIO     VALUE 'L'.
