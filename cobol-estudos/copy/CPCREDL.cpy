      *****************************************************************
      * CPCREDL - LAYOUT DO REGISTRO DO MASTER DE CREDITO DE LOJA POR
      *           CLIENTE (CREDITO-LOJA), CREDITADO PELO CANCELAMENTO
      *           DE VENDA (PROGCOB09X) QUANDO O CLIENTE PREFERE
      *           CREDITO EM VEZ DE REEMBOLSO, USADO COMO FORMA DE
      *           PAGAMENTO L NA ENTRADA DE VENDA (PROGCOB09) E NA
      *           APROVACAO DA PENDENTE (PROGCOB09A), EXPIRADO PELO
      *           PROGCOB40X QUANDO O CLIENTE FICA SEM NOVO CREDITO
      *           ALEM DO PRAZO CONFIGURADO (CREDPAR) E IMPRESSO NO
      *           EXTRATO DO CLIENTE (PROGCOB40E). CADA MOVIMENTO DO
      *           SALDO FICA NO RAZAO DE MOVIMENTOS (CPMOVCR)
      * CHAVE    = CREDL-CPF
      *****************************************************************
       01  CREDL-REGISTRO.
           05  CREDL-CPF                 PIC X(11).
           05  CREDL-SALDO               PIC 9(07)V99.
           05  CREDL-DATA-ULT-CREDITO    PIC 9(08).
           05  CREDL-STATUS              PIC X(01).
               88  CREDL-STATUS-ATIVO        VALUE 'A'.
               88  CREDL-STATUS-EXPIRADO     VALUE 'E'.
