      *****************************************************************
      * CPMOVCR - LAYOUT DO REGISTRO DO RAZAO DE MOVIMENTOS DO CREDITO
      *           DE LOJA (MOVCRED), UMA LINHA POR MOVIMENTO DO SALDO
      *           DO MASTER CREDITO-LOJA (CPCREDL), COM O SALDO APOS O
      *           MOVIMENTO. GRAVADO PELO PROGCOB09X (CREDITO), PELO
      *           PROGCOB09/09A (USO NA VENDA) E PELO PROGCOB40X
      *           (EXPIRACAO); LIDO PELO PROGCOB40X PARA O LANCAMENTO
      *           CONTABIL DO DIA E PELO EXTRATO (PROGCOB40E)
      *           TIPOS (MOVCR-TIPO): C=CREDITO POR NOTA DE CREDITO,
      *           U=USO COMO PAGAMENTO DE VENDA, E=SALDO EXPIRADO
      *****************************************************************
       01  MOVCR-REGISTRO.
           05  MOVCR-CPF                 PIC X(11).
           05  MOVCR-DATA                PIC 9(08).
           05  MOVCR-TIPO                PIC X(01).
               88  MOVCR-TIPO-CREDITO        VALUE 'C'.
               88  MOVCR-TIPO-USO            VALUE 'U'.
               88  MOVCR-TIPO-EXPIRACAO      VALUE 'E'.
           05  MOVCR-VALOR               PIC 9(07)V99.
           05  MOVCR-SALDO               PIC 9(07)V99.
           05  MOVCR-NOTAFISCAL          PIC 9(08).
           05  MOVCR-PROGRAMA            PIC X(10).
