      *****************************************************************
      * CPPEDNF - LAYOUT DO CRUZAMENTO PEDIDO DA LOJA VIRTUAL X NOTA
      *           FISCAL (PEDNOTA), GRAVADO PELO FECHAMENTO (PROGCOB09)
      *           QUANDO ATRIBUI A NOTA AO PEDIDO COM VENDA-PEDIDO-WEB
      *           E LIDO PELO LOTE DE FRETE (PROGCOB12B) PARA COMPLETAR
      *           A NOTA DO PEDIDO GRAVADO SEM ELA PELO PROGCOB09K
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  PEDNF-REGISTRO.
           05  PEDNF-PEDIDO              PIC 9(06).
           05  PEDNF-NOTAFISCAL          PIC 9(08).
           05  PEDNF-DATA                PIC 9(08).
