      *                 GRAVAR UMA VENDA TRUNCADA; MESMA REGRA DO
      *                 ESTOURO DE VALOR NO FECHAMENTO (PROGCOB09) E
      *                 NA FATURA DE CONTRATOS (PROGCOB27B)
      * 15/10/2026 FM - LAYOUT DA VENDA GERADA (VENDA-REGISTRO) PASSA
      *                 PARA O COPYBOOK CPVENDA, O MESMO LIDO PELO
      *                 FECHAMENTO (PROGCOB09); A VENDA DA COTACAO SAI
      *                 AVULSA, SEM LISTA DE PAGAMENTOS, PELA FORMA
      *                 UNICA DINHEIRO COMO ANTES
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  COTACAO-MASTER.
           COPY CPCOTAC.
       FD  VENDAS-NOVAS.
           COPY CPVENDA.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
