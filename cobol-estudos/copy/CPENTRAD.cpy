      * CPENTRAD - LAYOUT DO REGISTRO DE ENTRADA DE MERCADORIA
      *            (ENTRADAS), UMA LINHA POR RECEBIMENTO DO DEPOSITO,
      *            LANCADO NO ESTOQUE E NO CUSTO MEDIO PELO PROGCOB20E
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - INCLUIDO O NUMERO DO PEDIDO DE COMPRA RECEBIDO
      *                 (ENTR-PEDIDO-COMPRA), GRAVADO PELO PROGCOB21R,
      *                 PARA O CONFRONTO COM A FATURA DO FORNECEDOR NA
      *                 GERACAO DO CONTAS A PAGAR (PROGCOB22B)
      *****************************************************************
       01  ENTR-REGISTRO.
           05  ENTR-PRODUTO              PIC X(10).
           05  ENTR-CUSTO-UNITARIO       PIC 9(07)V99.
           05  ENTR-DATA                 PIC 9(08).
           05  ENTR-FORNECEDOR           PIC X(14).
           05  ENTR-PEDIDO-COMPRA        PIC 9(06).
