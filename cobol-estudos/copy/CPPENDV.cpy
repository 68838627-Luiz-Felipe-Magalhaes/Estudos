      * 02/09/2026 FM - INCLUIDA A FORMA DE PAGAMENTO
      *                 (PENDV-FORMA-PAGTO), LEVADA PARA O HISTORICO
      *                 NA APROVACAO
      * 15/10/2026 FM - INCLUIDA A LISTA DE FORMAS DE PAGAMENTO DA
      *                 LINHA (PENDV-PAGTO, MESMO LAYOUT DO HV-PAGTO),
      *                 LEVADA PARA O HISTORICO NA APROVACAO
      * 15/10/2026 FM - INCLUIDO O NUMERO DO ENDERECO DE ENTREGA
      *                 (PENDV-ENDERECO), LEVADO PARA HV-ENDERECO NA
      *                 APROVACAO
      *****************************************************************
       01  PENDV-REGISTRO.
           05  PENDV-NUMERO              PIC 9(06).
               88  PENDV-STATUS-APROVADO     VALUE 'A'.
               88  PENDV-STATUS-REJEITADO    VALUE 'R'.
           05  PENDV-SUPERVISOR          PIC X(10).
           05  PENDV-PAGAMENTOS.
               10  PENDV-PAGTO OCCURS 5 TIMES.
                   15  PENDV-PAG-FORMA       PIC X(01).
                   15  PENDV-PAG-VALOR       PIC 9(07)V99.
                   15  PENDV-PAG-PARCELAS    PIC 9(02).
           05  PENDV-ENDERECO            PIC 9(02).
