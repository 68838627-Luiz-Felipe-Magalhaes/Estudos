      *            ENTRADAS DE MERCADORIA (ENTRADAS) E DAS FATURAS DE
      *            FRETE DAS TRANSPORTADORAS (FATURAFRE), E LIDO PELO
      *            AGING DE PAGAMENTOS (PROGCOB22S)
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - INCLUIDA A SITUACAO C (CTAP-STATUS-COMPENSADO)
      *                 PARA O TITULO QUITADO POR NOTA DE DEBITO DE
      *                 DEVOLUCAO AO FORNECEDOR (PROGCOB46D), QUE ABATE
      *                 O CTAP-VALOR DOS TITULOS EM ABERTO
      * 15/10/2026 FM - INCLUIDA A DATA DE PAGAMENTO
      *                 (CTAP-DATA-PAGAMENTO), GRAVADA PELO LOTE DE
      *                 PAGAMENTO A FORNECEDORES (PROGCOB48P) E
      *                 CONFIRMADA PELO RETORNO DO BANCO (PROGCOB48R)
      * 15/10/2026 FM - INCLUIDA A SITUACAO R (CTAP-STATUS-RETIDO) PARA
      *                 O TITULO DE FATURA DE FRETE CUJO PEDIDO TEM
      *                 DISPUTA ABERTA NO DISPUTA-MASTER (PROGCOB22B NA
      *                 GERACAO, PROGCOB12V NA ABERTURA DA DISPUTA); O
      *                 LOTE DE PAGAMENTO SO SELECIONA TITULO EM
      *                 ABERTO. NO ENCERRAMENTO DA DISPUTA O PROGCOB12V
      *                 LIBERA O TITULO PELO VALOR ACORDADO E GUARDA A
      *                 DIFERENCA COMO CREDITO DA TRANSPORTADORA
      *                 (CTAP-VALOR-CREDITO), MOSTRADO NO AGING
      *                 (PROGCOB22S)
      * CHAVE    = CTAP-NUMERO
      *****************************************************************
       01  CTAP-REGISTRO.
           05  CTAP-STATUS               PIC X(01).
               88  CTAP-STATUS-ABERTO        VALUE 'A'.
               88  CTAP-STATUS-PAGO          VALUE 'P'.
               88  CTAP-STATUS-COMPENSADO    VALUE 'C'.
               88  CTAP-STATUS-RETIDO        VALUE 'R'.
           05  CTAP-DATA-PAGAMENTO       PIC 9(08).
           05  CTAP-VALOR-CREDITO        PIC 9(09)V99.
