      * CPRESUMD - LAYOUT DO REGISTRO DO RESUMO DIARIO INCREMENTAL DE
      *            VENDAS (RESUMO-DIARIO), MANTIDO PELO PROGCOB09Z NO
      *            FIM DO CICLO (UMA LINHA POR DATA + VENDEDOR +
      *            PRODUTO + FILIAL + CPF + ENDERECO DE ENTREGA, COM
      *            QUANTIDADE E VALOR JA TOTALIZADOS), PARA OS
      *            RELATORIOS PERIODICOS (PROGCOB09S/09T/09F/09G/09W)
      *            PARAREM DE RELER O HISTVENDA INTEIRO TODA NOITE; OS
      *            RELATORIOS DE DETALHE (PROGCOB09R/09E) CONTINUAM NO
      *            HISTORICO COMPLETO
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - INCLUIDO O NUMERO DO ENDERECO DE ENTREGA DO
      *                 CLIENTE (RESUMD-ENDERECO), QUE PASSA A FAZER
      *                 PARTE DA QUEBRA, PARA O ICMS POR UF (PROGCOB09G)
      *                 USAR O ENDERECO DA VENDA
      *****************************************************************
       01  RESUMD-REGISTRO.
           05  RESUMD-DATA               PIC 9(08).
           05  RESUMD-QTDE-VENDAS        PIC 9(05).
           05  RESUMD-QTDE-UNIDADES      PIC 9(07).
           05  RESUMD-VALOR              PIC 9(09)V99.
           05  RESUMD-ENDERECO           PIC 9(02).
