      *****************************************************************
      * CPVENDA - LAYOUT DO REGISTRO DO ARQUIVO DE VENDAS DO DIA
      *           (VENDAS), ENTRADA DO FECHAMENTO (PROGCOB09), GRAVADO
      *           PELO FATURAMENTO DE CONTRATOS (PROGCOB27B) E PELA
      *           CONVERSAO DE COTACAO (PROGCOB26C, VENDASNOV) E LIDO
      *           PELO RESUMO CONSOLIDADO (PROGCOB19)
      *           TIPOS DE REGISTRO (VENDA-TIPO-REG):
      *           BRANCO - VENDA AVULSA DE UM PRODUTO SO (LAYOUT
      *                    ORIGINAL, UMA NOTA FISCAL POR LINHA)
      *           'C'    - CABECALHO DE PEDIDO COM VARIOS ITENS: TRAZ
      *                    VENDEDOR, CPF, FILIAL, FORMA DE PAGAMENTO E
      *                    PONTOS A RESGATAR; PRODUTO, VALOR E
      *                    QUANTIDADE FICAM EM BRANCO/ZERO
      *           'I'    - ITEM DO PEDIDO DO CABECALHO ANTERIOR: TRAZ
      *                    SO PRODUTO, VALOR E QUANTIDADE; OS DEMAIS
      *                    CAMPOS VEM DO CABECALHO
      *           O PEDIDO TERMINA NO PRIMEIRO REGISTRO QUE NAO FOR
      *           ITEM, E TODOS OS ITENS SAEM NUMA SO NOTA FISCAL
      *           PAGAMENTOS (VENDA-PAGTO, SO NA VENDA AVULSA E NO
      *           CABECALHO): ATE 4 FORMAS, CADA UMA COM O SEU VALOR -
      *           D=DINHEIRO, C=CARTAO, R=CREDIARIO (A RECEBER, EM
      *           VENDA-PAGTO-PARCELAS PARCELAS MENSAIS), L=CREDITO DE
      *           LOJA (SALDO DO CLIENTE NO CREDITO-LOJA; O VALOR E
      *           OBRIGATORIO E PRECISA CABER NO SALDO). A ULTIMA
      *           FORMA INFORMADA FICA COM O QUE FALTAR PARA FECHAR O
      *           VALOR LIQUIDO DA VENDA. SEM NENHUMA FORMA INFORMADA
      *           VALE A FORMA UNICA DE VENDA-FORMA-PAGTO PELO VALOR
      *           TODO. O RESGATE DE PONTOS (VENDA-RESGATE-PONTOS) E
      *           LANCADO PELO FECHAMENTO COMO FORMA P=PONTOS
      *           PEDIDO DA LOJA VIRTUAL (VENDA-PEDIDO-WEB, SO NO
      *           CABECALHO GRAVADO PELA IMPORTACAO PROGCOB09K): NUMERO
      *           DO PEDIDO DA LOJA, O MESMO DO PED-NUMERO NO PEDIDOS;
      *           ZERO NAS DEMAIS VENDAS
      *           ENDERECO DE ENTREGA (VENDA-ENDERECO, NA VENDA AVULSA
      *           E NO CABECALHO): NUMERO DO ENDERECO DO CLIENTE NO
      *           CLIEND USADO NA VENDA; ZERO OU BRANCO = ENDERECO
      *           PADRAO
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - CRIADO A PARTIR DO VENDA-REGISTRO ANTES
      *                 REPETIDO EM CADA PROGRAMA (MESMA CONVENCAO DO
      *                 CPTURMA), ACRESCENTANDO O TIPO DE REGISTRO
      *                 (VENDA-TIPO-REG) PARA O PEDIDO COM VARIOS
      *                 ITENS NUMA SO NOTA FISCAL
      * 15/10/2026 FM - INCLUIDA A LISTA DE FORMAS DE PAGAMENTO DA
      *                 VENDA (VENDA-PAGTO, ATE 4 FORMAS COM VALOR E
      *                 PARCELAS), PARA O PAGAMENTO DIVIDIDO ENTRE
      *                 DINHEIRO, CARTAO E CREDIARIO
      * 15/10/2026 FM - INCLUIDA A FORMA DE PAGAMENTO L=CREDITO DE LOJA
      * 15/10/2026 FM - INCLUIDO O NUMERO DO PEDIDO DA LOJA VIRTUAL
      *                 (VENDA-PEDIDO-WEB), PARA LIGAR A VENDA AO PEDIDO
      *                 DE FRETE DO MESMO PEDIDO
      * 15/10/2026 FM - INCLUIDO O NUMERO DO ENDERECO DE ENTREGA DO
      *                 CLIENTE (VENDA-ENDERECO), LEVADO PARA O
      *                 HISTORICO DE VENDAS
      *****************************************************************
       01  VENDA-REGISTRO.
           05  VENDA-VENDEDOR        PIC X(10).
           05  VENDA-VALOR           PIC 9(05)V99.
           05  VENDA-CPF             PIC X(11).
           05  VENDA-PRODUTO         PIC X(10).
           05  VENDA-FILIAL          PIC X(04).
           05  VENDA-QUANTIDADE      PIC 9(05).
           05  VENDA-RESGATE-PONTOS  PIC 9(05).
           05  VENDA-FORMA-PAGTO     PIC X(01).
           05  VENDA-TIPO-REG        PIC X(01).
               88  VENDA-REG-AVULSA      VALUE SPACE.
               88  VENDA-REG-CABECALHO   VALUE 'C'.
               88  VENDA-REG-ITEM        VALUE 'I'.
           05  VENDA-PAGAMENTOS.
               10  VENDA-PAGTO OCCURS 4 TIMES.
                   15  VENDA-PAGTO-FORMA     PIC X(01).
                       88  VENDA-PAGTO-VAZIO     VALUE SPACE.
                       88  VENDA-PAGTO-VALIDO    VALUES 'D' 'C' 'R'
                                                        'L'.
                       88  VENDA-PAGTO-CREDIARIO VALUE 'R'.
                       88  VENDA-PAGTO-CREDITO-LOJA VALUE 'L'.
                   15  VENDA-PAGTO-VALOR     PIC 9(07)V99.
                   15  VENDA-PAGTO-PARCELAS  PIC 9(02).
           05  VENDA-PEDIDO-WEB      PIC 9(06).
           05  VENDA-ENDERECO        PIC 9(02).
