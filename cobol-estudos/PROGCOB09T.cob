      *                 INCREMENTAL (RESUMDIA, MANTIDO PELO
      *                 PROGCOB09Z), QUE JA TRAZ OS TOTAIS POR DATA,
      *                 VENDEDOR, PRODUTO, FILIAL E CPF
      * 15/10/2026 FM - REGISTRO DA ORDENACAO ACOMPANHA O NUMERO DO
      *                 ENDERECO DE ENTREGA NO FIM DO RESUMO DIARIO
      *                 (RESUMD-ENDERECO)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  HO-QTDE-VENDAS        PIC 9(05).
           05  HO-QTDE-UNIDADES      PIC 9(07).
           05  HO-VALOR              PIC 9(09)V99.
           05  HO-ENDERECO           PIC 9(02).
       FD  COTAS-VENDEDOR.
       01  COTA-REGISTRO.
           05  COTA-VENDEDOR         PIC X(10).
