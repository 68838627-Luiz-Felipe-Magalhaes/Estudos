      *****************************************************************
      * CPCEP   - LAYOUT DO REGISTRO DA TABELA DE CEP (CEP-TABELA),
      *           CARGA PELO PROGCOB06L A PARTIR DO ARQUIVO DOS
      *           CORREIOS (CEPCORR). CONSULTADA PELO CADASTRO DE
      *           ENDERECOS DO CLIENTE (PROGCOB06E) PARA PREENCHER O
      *           LOGRADOURO, A CIDADE E A UF PELO CEP, E PELA
      *           AUDITORIA DOS ENDERECOS JA CADASTRADOS (PROGCOB06V)
      * CHAVE    = CEP-CODIGO
      *****************************************************************
       01  CEP-REGISTRO.
           05  CEP-CODIGO                PIC X(08).
           05  CEP-LOGRADOURO            PIC X(40).
           05  CEP-BAIRRO                PIC X(20).
           05  CEP-CIDADE                PIC X(20).
           05  CEP-UF                    PIC X(02).
