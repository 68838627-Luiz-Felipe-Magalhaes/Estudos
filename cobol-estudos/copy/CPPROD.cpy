      *                 REPOSICAO (PROD-PONTO-PEDIDO/PROD-LOTE-
      *                 REPOSICAO), USADOS PELO LOTE NOTURNO DE
      *                 SUGESTAO DE COMPRA (PROGCOB21S)
      * 15/10/2026 FM - INCLUIDA A CLASSE ABC DO PRODUTO
      *                 (PROD-CLASSE-ABC), GRAVADA PELA CLASSIFICACAO
      *                 MENSAL POR PARTICIPACAO NA RECEITA DOS ULTIMOS
      *                 12 MESES (PROGCOB42A), PARA COMPRAS E
      *                 INVENTARIO; BRANCO = AINDA NAO CLASSIFICADO
      * 15/10/2026 FM - INCLUIDOS O PRAZO DE GARANTIA DO FABRICANTE EM
      *                 MESES (PROD-GARANTIA-MESES) E O CONTROLE DE
      *                 NUMERO DE SERIE POR UNIDADE (PROD-CONTROLA-
      *                 SERIE), USADOS PELO REGISTRO DE SERIES NO
      *                 RECEBIMENTO (PROGCOB21R) E NA VENDA (PROGCOB45S)
      *                 E PELO ATENDIMENTO DE GARANTIA/RMA (PROGCOB45R)
      *****************************************************************
       01  PROD-REGISTRO.
           05  PROD-CODIGO               PIC X(10).
           05  PROD-STATUS               PIC X(01).
               88  PROD-STATUS-ATIVO         VALUE 'A'.
               88  PROD-STATUS-INATIVO       VALUE 'I'.
           05  PROD-CLASSE-ABC           PIC X(01).
               88  PROD-CLASSE-A             VALUE 'A'.
               88  PROD-CLASSE-B             VALUE 'B'.
               88  PROD-CLASSE-C             VALUE 'C'.
               88  PROD-SEM-CLASSE           VALUE SPACE.
           05  PROD-GARANTIA-MESES       PIC 9(03).
           05  PROD-CONTROLA-SERIE       PIC X(01).
               88  PROD-COM-SERIE            VALUE 'S'.
               88  PROD-SEM-SERIE            VALUES 'N' SPACE.
