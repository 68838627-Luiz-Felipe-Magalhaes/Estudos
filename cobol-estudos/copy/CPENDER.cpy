      *****************************************************************
      * CPENDER - LAYOUT DO REGISTRO DE ENDERECO/CONTATO DO CLIENTE
      *           (ENDERECO DE ENTREGA, CIDADE, UF, TELEFONE E E-MAIL)
      *           VARIOS ENDERECOS POR CPF, NUMERADOS (CEND-NUMERO,
      *           01 A 99), UM DELES MARCADO COMO PADRAO
      *           (CEND-PADRAO = 'S'). O PEDIDO E A VENDA LEVAM O
      *           NUMERO DO ENDERECO USADO (ZERO = PADRAO); A BUSCA
      *           PELOS LOTES E FEITA PELA ROTINA PROGCOBE
      *           O LOGRADOURO, A CIDADE E A UF VEM DA TABELA DE CEP
      *           (CPCEP) PELO CEP INFORMADO (CEND-CEP)
      * CHAVE    = CEND-CHAVE (CPF + NUMERO DO ENDERECO)
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - INCLUIDO O E-MAIL DO CLIENTE (CEND-EMAIL),
      *                 CONTATO DO FEED DE AVISOS AO CLIENTE
      *                 (PROGCOB57N) JUNTO COM O TELEFONE
      * 15/10/2026 FM - VARIOS ENDERECOS POR CLIENTE: CHAVE PASSA A SER
      *                 CPF + NUMERO DO ENDERECO (CEND-CHAVE), COM O
      *                 INDICADOR DE ENDERECO PADRAO (CEND-PADRAO)
      * 15/10/2026 FM - INCLUIDO O CEP DO ENDERECO (CEND-CEP), VALIDADO
      *                 NA TABELA DE CEP (CPCEP)
      *****************************************************************
       01  CEND-REGISTRO.
           05  CEND-CHAVE.
               10  CEND-CPF          PIC X(11).
               10  CEND-NUMERO       PIC 9(02).
           05  CEND-PADRAO           PIC X(01).
               88  CEND-E-PADRAO         VALUE 'S'.
           05  CEND-ENDERECO         PIC X(40).
           05  CEND-CIDADE           PIC X(20).
           05  CEND-UF               PIC X(02).
           05  CEND-TELEFONE         PIC X(15).
           05  CEND-EMAIL            PIC X(40).
           05  CEND-CEP              PIC X(08).
