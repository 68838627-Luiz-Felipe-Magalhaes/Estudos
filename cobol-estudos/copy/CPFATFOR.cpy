      *****************************************************************
      * CPFATFOR - LAYOUT DO REGISTRO DO MASTER DE FATURAS DE
      *            FORNECEDOR (FATURA-FORNECEDOR) - CAPTURADAS PELO
      *            PROGCOB47N COM O PEDIDO DE COMPRA FATURADO E
      *            CONFRONTADAS PELO PROGCOB22B COM O PEDIDO E COM O
      *            RECEBIMENTO (ENTRADAS) ANTES DE VIRAR TITULO NO
      *            CONTAS A PAGAR; FORA DA TOLERANCIA (MATCHPAR) A
      *            FATURA VAI PARA A FILA DE EXCECOES (EXCECOMP), QUE O
      *            COMPRAS RESOLVE NO PROGCOB47X
      * CHAVE    = FF-CHAVE (CNPJ DO FORNECEDOR + NUMERO DA NOTA)
      *****************************************************************
       01  FF-REGISTRO.
           05  FF-CHAVE.
               10  FF-CNPJ               PIC X(14).
               10  FF-NUMERO-NOTA        PIC 9(09).
           05  FF-PEDIDO-COMPRA          PIC 9(06).
           05  FF-PRODUTO                PIC X(10).
           05  FF-QUANTIDADE             PIC 9(05).
           05  FF-CUSTO-UNITARIO         PIC 9(07)V99.
           05  FF-DATA-EMISSAO           PIC 9(08).
           05  FF-DATA-CAPTURA           PIC 9(08).
      * FF-CTAP-NUMERO - TITULO GERADO NO CONTAS A PAGAR NA LIBERACAO
           05  FF-CTAP-NUMERO            PIC 9(06).
           05  FF-STATUS                 PIC X(01).
               88  FF-STATUS-PENDENTE        VALUE 'P'.
               88  FF-STATUS-EM-EXCECAO      VALUE 'E'.
               88  FF-STATUS-APROVADA        VALUE 'A'.
               88  FF-STATUS-LIBERADA        VALUE 'L'.
               88  FF-STATUS-RECUSADA        VALUE 'R'.
