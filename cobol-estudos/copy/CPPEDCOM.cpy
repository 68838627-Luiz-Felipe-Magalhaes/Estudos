      *            COMPRADOR (PROGCOB21A) E BAIXADO PELO RECEBIMENTO
      *            DE MERCADORIA (PROGCOB21R)
      * CHAVE    = PEDC-NUMERO
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - INCLUIDO O CUSTO UNITARIO DO PEDIDO
      *                 (PEDC-CUSTO-UNITARIO), SUGERIDO PELO CUSTO MEDIO
      *                 NO PROGCOB21S E NEGOCIADO PELO COMPRADOR NA
      *                 CONFIRMACAO (PROGCOB21A), PARA O CONFRONTO
      *                 PEDIDO X RECEBIMENTO X FATURA DO FORNECEDOR NA
      *                 GERACAO DO CONTAS A PAGAR (PROGCOB22B)
      *****************************************************************
       01  PEDC-REGISTRO.
           05  PEDC-NUMERO               PIC 9(06).
               88  PEDC-STATUS-CONFIRMADO    VALUE 'C'.
               88  PEDC-STATUS-RECEBIDO      VALUE 'R'.
               88  PEDC-STATUS-CANCELADO     VALUE 'X'.
           05  PEDC-CUSTO-UNITARIO       PIC 9(07)V99.
