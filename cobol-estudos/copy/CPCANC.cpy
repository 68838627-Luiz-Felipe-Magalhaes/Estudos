      *           UMA VENDA JA LANCADA NO HISTORICO (HISTVENDA) E
      *           CANCELADA, PARA ESTORNAR A VENDA E, SE HOUVER, O
      *           FRETE CORRESPONDENTE SEM APAGAR O LANCAMENTO ORIGINAL
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - INCLUIDO O DESTINO DO VALOR ESTORNADO
      *                 (CANC-DESTINO): R (OU BRANCO) = REEMBOLSO AO
      *                 CLIENTE POR FORA, C = CREDITO DE LOJA NO
      *                 CREDITO-LOJA
      *****************************************************************
       01  CANC-REGISTRO.
           05  CANC-NOTAFISCAL       PIC 9(08).
               10  CANC-DATACANC-DIA     PIC 9(02).
           05  CANC-MOTIVO            PIC X(30).
           05  CANC-OPERADOR          PIC X(08).
           05  CANC-DESTINO           PIC X(01).
               88  CANC-DESTINO-REEMBOLSO VALUES 'R' SPACE.
               88  CANC-DESTINO-CREDITO   VALUE 'C'.
