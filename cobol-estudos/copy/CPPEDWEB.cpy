      *****************************************************************
      * CPPEDWEB - LAYOUT DO ARQUIVO DE PEDIDOS DA LOJA VIRTUAL
      *            (PEDWEB), IMPORTADO TODA NOITE PELO PROGCOB09K
      *            TIPOS DE REGISTRO (PWEB-TIPO-REG):
      *            'C' - CABECALHO DO PEDIDO: CPF DO COMPRADOR, UF DE
      *                  ENTREGA, FILIAL QUE ATENDE, FORMA DE PAGAMENTO
      *                  E PESO E MEDIDAS DO VOLUME A EMBARCAR, E O
      *                  NUMERO DO ENDERECO DE ENTREGA DO CLIENTE NO
      *                  CLIEND (ZERO OU BRANCO = ENDERECO PADRAO)
      *            'I' - ITEM DO PEDIDO DO CABECALHO ANTERIOR, COM O
      *                  MESMO PWEB-PEDIDO: PRODUTO, QUANTIDADE E PRECO
      *                  UNITARIO COBRADO NA LOJA
      *            O PEDIDO TERMINA NO PRIMEIRO REGISTRO QUE NAO FOR
      *            ITEM DELE
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      * 15/10/2026 FM - INCLUIDO NO CABECALHO O NUMERO DO ENDERECO DE
      *                 ENTREGA ESCOLHIDO NA LOJA (PWEB-ENDERECO)
      *****************************************************************
       01  PWEB-REGISTRO.
           05  PWEB-TIPO-REG             PIC X(01).
               88  PWEB-REG-CABECALHO        VALUE 'C'.
               88  PWEB-REG-ITEM             VALUE 'I'.
           05  PWEB-PEDIDO               PIC 9(06).
           05  PWEB-DADOS                PIC X(60).
           05  PWEB-CABECALHO REDEFINES PWEB-DADOS.
               10  PWEB-CPF              PIC X(11).
               10  PWEB-UF               PIC X(02).
               10  PWEB-FILIAL           PIC X(04).
               10  PWEB-FORMA-PAGTO      PIC X(01).
               10  PWEB-PESO             PIC 9(03)V99.
               10  PWEB-COMPRIMENTO      PIC 9(03).
               10  PWEB-LARGURA          PIC 9(03).
               10  PWEB-ALTURA           PIC 9(03).
               10  PWEB-ENDERECO         PIC 9(02).
               10  FILLER                PIC X(26).
           05  PWEB-ITEM REDEFINES PWEB-DADOS.
               10  PWEB-PRODUTO          PIC X(10).
               10  PWEB-QUANTIDADE       PIC 9(05).
               10  PWEB-PRECO-UNIT       PIC 9(07)V99.
               10  FILLER                PIC X(36).
