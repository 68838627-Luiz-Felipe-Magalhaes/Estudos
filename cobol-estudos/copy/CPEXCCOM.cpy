      *****************************************************************
      * CPEXCCOM - LAYOUT DO REGISTRO DA FILA DE EXCECOES DO CONFRONTO
      *            PEDIDO X RECEBIMENTO X FATURA (EXCECAO-COMPRA) -
      *            GRAVADO PELO PROGCOB22B PARA A FATURA DE FORNECEDOR
      *            FORA DA TOLERANCIA, COM AS QUANTIDADES E CUSTOS DOS
      *            TRES DOCUMENTOS, E RESOLVIDO PELO COMPRAS NO
      *            PROGCOB47X (LIBERA A FATURA PARA O CONTAS A PAGAR OU
      *            A RECUSA)
      * CHAVE    = EXC-CHAVE (MESMA CHAVE DA FATURA - FF-CHAVE)
      *****************************************************************
       01  EXC-REGISTRO.
           05  EXC-CHAVE.
               10  EXC-CNPJ              PIC X(14).
               10  EXC-NUMERO-NOTA       PIC 9(09).
           05  EXC-PEDIDO-COMPRA         PIC 9(06).
           05  EXC-PRODUTO               PIC X(10).
           05  EXC-QTDE-PEDIDA           PIC 9(05).
           05  EXC-QTDE-RECEBIDA         PIC 9(05).
           05  EXC-QTDE-FATURADA         PIC 9(05).
           05  EXC-CUSTO-PEDIDO          PIC 9(07)V99.
           05  EXC-CUSTO-RECEBIDO        PIC 9(07)V99.
           05  EXC-CUSTO-FATURADO        PIC 9(07)V99.
           05  EXC-MOTIVO                PIC X(30).
           05  EXC-DATA                  PIC 9(08).
           05  EXC-RESOLVIDO-POR         PIC X(08).
           05  EXC-DATA-RESOLUCAO        PIC 9(08).
           05  EXC-STATUS                PIC X(01).
               88  EXC-STATUS-ABERTA         VALUE 'A'.
               88  EXC-STATUS-LIBERADA       VALUE 'L'.
               88  EXC-STATUS-RECUSADA       VALUE 'R'.
