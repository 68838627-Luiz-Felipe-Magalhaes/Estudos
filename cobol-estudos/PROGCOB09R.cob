      *                 PASSA PARA O COPYBOOK CPHISTV (MESMA CONVENCAO
      *                 DO CPTURMA), JA COM A NOVA QUANTIDADE VENDIDA
      *                 (HV-QUANTIDADE) USADA PELA BAIXA DE ESTOQUE
      * 15/10/2026 FM - REGISTRO DE ORDENACAO DO HISTORICO (HO-REGISTRO)
      *                 GANHA A LISTA DE FORMAS DE PAGAMENTO
      *                 (HO-PAGAMENTOS), NO MESMO TAMANHO DO
      *                 HV-REGISTRO, PARA O SORT QUE REGRAVA O HISTORICO
      *                 NAO CORTAR A LISTA
      * 15/10/2026 FM - REGISTRO DA ORDENACAO ACOMPANHA O NUMERO DO
      *                 ENDERECO DE ENTREGA NO FIM DO HISTORICO
      *                 (HV-ENDERECO)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  HO-QUANTIDADE         PIC 9(05).
           05  HO-DESCONTO           PIC 9(07)V99.
           05  HO-FORMA-PAGTO        PIC X(01).
           05  HO-PAGAMENTOS         PIC X(60).
           05  HO-ENDERECO           PIC 9(02).
       FD  RANKING-VENDAS.
       01  RANK-LINHA                PIC X(80).
       FD  AUDITORIA-LOG.
