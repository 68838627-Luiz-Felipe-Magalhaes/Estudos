      *           PROGCOB20L, BAIXADO PELO FECHAMENTO DE VENDAS
      *           (PROGCOB09/PROGCOB09A), CREDITADO PELO CANCELAMENTO
      *           DE VENDA (PROGCOB09X) E CONFERIDO PELO RELATORIO
      *           NOTURNO DE ESTOQUE ABAIXO DO MINIMO (PROGCOB20R);
      *           MOVIMENTADO ENTRE FILIAIS PELO EMBARQUE (PROGCOB44T)
      *           E PELO RECEBIMENTO (PROGCOB44R) DE TRANSFERENCIA - O
      *           SALDO EM TRANSITO FICA NO TRFESTOQ (CPTRFEST)
      * CHAVE    = ESTOQ-CHAVE (PRODUTO + FILIAL)
      *****************************************************************
       01  ESTOQ-REGISTRO.
