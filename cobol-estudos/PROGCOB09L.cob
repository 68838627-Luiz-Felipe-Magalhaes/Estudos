      * 02/09/2026 FM - PRODPAR PASSA A TRAZER O PONTO DE PEDIDO E O
      *                 LOTE DE REPOSICAO, USADOS PELA SUGESTAO DE
      *                 COMPRA NOTURNA (PROGCOB21S)
      * 15/10/2026 FM - PRODUTO CARREGADO ENTRA SEM CLASSE ABC
      *                 (PROD-CLASSE-ABC EM BRANCO), ATE A PROXIMA
      *                 CLASSIFICACAO MENSAL (PROGCOB42A)
      * 15/10/2026 FM - PRODPAR PASSA A TRAZER O PRAZO DE GARANTIA EM
      *                 MESES E O CONTROLE DE NUMERO DE SERIE DO PRODUTO
      *                 (S/N)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  PAR-CUSTO             PIC 9(07)V99.
           05  PAR-PONTO-PEDIDO      PIC 9(05).
           05  PAR-LOTE-REPOSICAO    PIC 9(05).
           05  PAR-GARANTIA-MESES    PIC 9(03).
           05  PAR-CONTROLA-SERIE    PIC X(01).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
           MOVE PAR-PONTO-PEDIDO  TO PROD-PONTO-PEDIDO.
           MOVE PAR-LOTE-REPOSICAO TO PROD-LOTE-REPOSICAO.
           SET PROD-STATUS-ATIVO TO TRUE.
           MOVE SPACE TO PROD-CLASSE-ABC.
           MOVE PAR-GARANTIA-MESES TO PROD-GARANTIA-MESES.
           MOVE PAR-CONTROLA-SERIE TO PROD-CONTROLA-SERIE.
           WRITE PROD-REGISTRO.
           ADD 1 TO WRK-QTDE-CARGA.
           READ PARAM-PRODUTO
