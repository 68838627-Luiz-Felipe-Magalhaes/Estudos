      *****************************************************************
      * CPCONSEN - LAYOUT DO REGISTRO DE CONSENTIMENTO DE MARKETING
      *            (CONSENT), SITUACAO ATUAL DO CLIENTE POR CANAL
      *            (S = SMS, E = E-MAIL, T = TELEFONE), MANTIDA PELO
      *            PROGCOB06C. CADA ADESAO OU RETIRADA TAMBEM FICA NO
      *            HISTORICO DE CONSENTIMENTO (CONSHIST, CPCONSH), QUE
      *            NUNCA E REGRAVADO. CONSULTADO PELO RELATORIO DE
      *            WINBACK (PROGCOB09W), PELO FEED DE AVISOS AO
      *            CLIENTE (PROGCOB57N) E PELO RELATORIO DE COBERTURA
      *            (PROGCOB06Q). CLIENTE SEM REGISTRO NO CANAL E
      *            TRATADO COMO SEM CONSENTIMENTO
      * CHAVE    = CONS-CHAVE (CPF + CANAL)
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  CONS-REGISTRO.
           05  CONS-CHAVE.
               10  CONS-CPF              PIC X(11).
               10  CONS-CANAL            PIC X(01).
                   88  CONS-CANAL-SMS        VALUE 'S'.
                   88  CONS-CANAL-EMAIL      VALUE 'E'.
                   88  CONS-CANAL-TELEFONE   VALUE 'T'.
                   88  CONS-CANAL-VALIDO     VALUE 'S' 'E' 'T'.
           05  CONS-SITUACAO             PIC X(01).
               88  CONS-CONSENTIU            VALUE 'S'.
               88  CONS-RECUSOU              VALUE 'N'.
           05  CONS-DATA                 PIC 9(08).
           05  CONS-ORIGEM               PIC X(10).
           05  CONS-OPERADOR             PIC X(08).
