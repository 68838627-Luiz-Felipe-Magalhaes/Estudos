      *****************************************************************
      * CPSERIE - LAYOUT DO REGISTRO DO MASTER DE NUMEROS DE SERIE
      *           (SERIE-MASTER) DOS PRODUTOS COM CONTROLE DE SERIE
      *           (PROD-COM-SERIE) - UMA LINHA POR UNIDADE, GRAVADA NO
      *           RECEBIMENTO DO PEDIDO DE COMPRA (PROGCOB21R) COM O
      *           FORNECEDOR QUE ENTREGOU A UNIDADE; MARCADA COMO
      *           VENDIDA NA CAPTURA DE SERIE DO BALCAO (PROGCOB45S),
      *           QUE LIGA A UNIDADE A NOTA FISCAL E AO CPF DO CLIENTE;
      *           MOVIMENTADA PELO ATENDIMENTO DE GARANTIA/RMA
      *           (PROGCOB45R)
      * CHAVE    = SER-CHAVE (PRODUTO + NUMERO DE SERIE)
      *****************************************************************
       01  SER-REGISTRO.
           05  SER-CHAVE.
               10  SER-PRODUTO           PIC X(10).
               10  SER-NUMERO            PIC X(20).
           05  SER-FILIAL                PIC X(04).
      * SER-FORNECEDOR - CNPJ DO FORNECEDOR QUE ENTREGOU A UNIDADE;
      *                  EM BRANCO QUANDO A UNIDADE SO FOI CONHECIDA
      *                  NA VENDA
           05  SER-FORNECEDOR            PIC X(14).
           05  SER-PEDIDO-COMPRA         PIC 9(06).
           05  SER-DATA-ENTRADA          PIC 9(08).
           05  SER-NOTAFISCAL            PIC 9(08).
           05  SER-DATA-VENDA            PIC 9(08).
           05  SER-CPF                   PIC X(11).
           05  SER-STATUS                PIC X(01).
               88  SER-STATUS-ESTOQUE        VALUE 'E'.
               88  SER-STATUS-VENDIDO        VALUE 'V'.
               88  SER-STATUS-EM-RMA         VALUE 'R'.
               88  SER-STATUS-DEFEITUOSO     VALUE 'D'.
               88  SER-STATUS-DEVOLVIDO-FORN VALUE 'F'.
