      *****************************************************************
      * CPRETWEB - LAYOUT DO ARQUIVO DE RETORNO PARA A LOJA VIRTUAL
      *            (RETWEB), GRAVADO PELO PROGCOB09K COM UMA LINHA POR
      *            PEDIDO IMPORTADO: A = ACEITO (VIROU VENDA E PEDIDO
      *            DE FRETE) OU R = RECUSADO, COM O CODIGO E O MOTIVO
      *            PARA A LOJA AVISAR O COMPRADOR
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  RWEB-REGISTRO.
           05  RWEB-PEDIDO               PIC 9(06).
           05  RWEB-CPF                  PIC X(11).
           05  RWEB-SITUACAO             PIC X(01).
               88  RWEB-ACEITO               VALUE 'A'.
               88  RWEB-RECUSADO             VALUE 'R'.
           05  RWEB-CODMOTIVO            PIC 9(03).
           05  RWEB-DESCMOTIVO           PIC X(40).
           05  RWEB-VALOR                PIC 9(07)V99.
           05  RWEB-DATA                 PIC 9(08).
