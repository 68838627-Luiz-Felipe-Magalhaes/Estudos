      *****************************************************************
      * CPPEDIDO - LAYOUT DO ARQUIVO DE PEDIDOS A EMBARCAR (PEDIDOS),
      *            UM REGISTRO POR VOLUME, LIDO PELO LOTE DE FRETE
      *            (PROGCOB12B) E ACRESCIDO PELA IMPORTACAO DA LOJA
      *            VIRTUAL (PROGCOB09K), QUE GRAVA O PEDIDO COM A NOTA
      *            FISCAL ZERADA - O LOTE DE FRETE BUSCA A NOTA NO
      *            CRUZAMENTO PEDIDO X NOTA (PEDNOTA)
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - CRIADO A PARTIR DO PED-REGISTRO ANTES DECLARADO
      *                 NO PROGCOB12B (MESMA CONVENCAO DO CPTURMA)
      * 15/10/2026 FM - INCLUIDO O NUMERO DO ENDERECO DE ENTREGA DO
      *                 CLIENTE (PED-ENDERECO, ZERO = PADRAO), DE ONDE O
      *                 LOTE DE FRETE TIRA A UF E A CIDADE DE DESTINO
      *****************************************************************
       01  PED-REGISTRO.
           05  PED-NUMERO            PIC 9(06).
           05  PED-UF                PIC X(02).
           05  PED-VALOR             PIC 9(06)V99.
           05  PED-PESO              PIC 9(03)V99.
           05  PED-CPF               PIC X(11).
           05  PED-CENTRO-CUSTO      PIC X(04).
           05  PED-NOTAFISCAL        PIC 9(08).
           05  PED-FILIAL            PIC X(04).
           05  PED-COMPRIMENTO       PIC 9(03).
           05  PED-LARGURA           PIC 9(03).
           05  PED-ALTURA            PIC 9(03).
           05  PED-ENDERECO          PIC 9(02).
