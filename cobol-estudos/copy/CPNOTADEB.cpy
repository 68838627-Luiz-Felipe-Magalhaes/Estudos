      *****************************************************************
      * CPNOTADEB - LAYOUT DO REGISTRO DO MASTER DE NOTAS DE DEBITO A
      *             FORNECEDOR (NOTA-DEBITO) - UMA POR DEVOLUCAO DE
      *             MERCADORIA AO FORNECEDOR (PROGCOB46D), VALORIZADA
      *             PELO CUSTO DA NOTA DE ENTRADA E COMPENSADA NOS
      *             TITULOS EM ABERTO DO FORNECEDOR NO CONTAS A PAGAR
      *             (CTAPAG); O QUE NAO ACHOU TITULO PARA ABATER FICA
      *             EM ND-SALDO COMO CREDITO JUNTO AO FORNECEDOR.
      *             NUMERADA PELO PONTO DE CONTROLE CHECKND (MESMA
      *             CONVENCAO DO CHECKPC)
      * CHAVE    = ND-NUMERO
      *****************************************************************
       01  ND-REGISTRO.
           05  ND-NUMERO                 PIC 9(06).
           05  ND-CNPJ                   PIC X(14).
           05  ND-PEDIDO-COMPRA          PIC 9(06).
           05  ND-PRODUTO                PIC X(10).
           05  ND-FILIAL                 PIC X(04).
           05  ND-QUANTIDADE             PIC 9(05).
           05  ND-CUSTO-UNITARIO         PIC 9(07)V99.
           05  ND-VALOR                  PIC 9(09)V99.
           05  ND-VALOR-COMPENSADO       PIC 9(09)V99.
           05  ND-SALDO                  PIC 9(09)V99.
           05  ND-DATA                   PIC 9(08).
           05  ND-MOTIVO                 PIC X(30).
           05  ND-OPERADOR               PIC X(08).
           05  ND-STATUS                 PIC X(01).
               88  ND-STATUS-COMPENSADA      VALUE 'C'.
               88  ND-STATUS-COM-SALDO       VALUE 'S'.
