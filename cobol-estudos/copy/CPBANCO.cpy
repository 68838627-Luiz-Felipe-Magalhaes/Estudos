      *****************************************************************
      * CPBANCO - LAYOUT DO REGISTRO DO CADASTRO DE CONTAS BANCARIAS
      *           (BANCOMST) - UMA LINHA POR CONTA CORRENTE DA EMPRESA
      *           (COBRANCA, FOLHA, FORNECEDORES...), COM O SALDO DE
      *           ABERTURA E A DATA A PARTIR DA QUAL OS MOVIMENTOS DO
      *           MOVBANCO SAO SOMADOS; CARGA PELO PROGCOB55L
      * CHAVE    = BANCO-CODIGO
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  BANCO-REGISTRO.
           05  BANCO-CODIGO              PIC X(04).
           05  BANCO-NOME                PIC X(20).
           05  BANCO-NUMERO              PIC 9(03).
           05  BANCO-AGENCIA             PIC 9(04).
           05  BANCO-CONTA               PIC X(10).
           05  BANCO-SALDO-INICIAL       PIC 9(09)V99.
           05  BANCO-DATA-SALDO-INICIAL  PIC 9(08).
           05  BANCO-STATUS              PIC X(01).
               88  BANCO-STATUS-ATIVO        VALUE 'A'.
               88  BANCO-STATUS-INATIVO      VALUE 'I'.
