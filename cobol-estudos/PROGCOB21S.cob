      *                 NOTURNO (PROGCOBN) SEM ENCERRAR O RUN UNIT
      *                 INTEIRO, NA MESMA CONVENCAO JA USADA PELO
      *                 MENU (PROGCOBM)
      * 15/10/2026 FM - A SUGESTAO DE PEDIDO DE COMPRA JA SAI COM O
      *                 CUSTO MEDIO DO PRODUTO COMO CUSTO UNITARIO DO
      *                 PEDIDO (PEDC-CUSTO-UNITARIO)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE WRK-ULTIMO-NUMERO-PEDC TO PEDC-NUMERO.
           MOVE WRK-PRODUTO-ANTERIOR   TO PEDC-PRODUTO.
           MOVE PROD-LOTE-REPOSICAO    TO PEDC-QUANTIDADE.
           MOVE PROD-CUSTO-MEDIO       TO PEDC-CUSTO-UNITARIO.
           MOVE WRK-DATAHOJE           TO PEDC-DATA-SUGESTAO.
           SET PEDC-STATUS-SUGERIDO TO TRUE.
           WRITE PEDC-REGISTRO.
