      *                 COM RETURN CODE 4, EM VEZ DE GRAVAR UMA VENDA
      *                 TRUNCADA - MESMA REGRA DO ESTOURO DE VALOR NO
      *                 FECHAMENTO (PROGCOB09)
      * 15/10/2026 FM - LAYOUT DO ARQUIVO DE VENDAS (VENDA-REGISTRO)
      *                 PASSA PARA O COPYBOOK CPVENDA, JA COM O TIPO DE
      *                 REGISTRO DO PEDIDO COM VARIOS ITENS; A VENDA DE
      *                 CONTRATO CONTINUA SAINDO COMO VENDA AVULSA (TIPO
      *                 EM BRANCO)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  CONTRATO-MASTER.
           COPY CPCONTR.
       FD  VENDAS.
           COPY CPVENDA.
       FD  RELATORIO-CONTRATOS.
       01  REL-LINHA                 PIC X(80).
       FD  AUDITORIA-LOG.
