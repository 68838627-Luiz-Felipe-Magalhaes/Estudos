      *****************************************************************
      * CPCONSH - LAYOUT DO HISTORICO DE CONSENTIMENTO DE MARKETING
      *           (CONSHIST), UMA LINHA POR ADESAO (SITUACAO S) OU
      *           RETIRADA (SITUACAO N) DO CLIENTE EM UM CANAL, COM A
      *           DATA, A HORA, A ORIGEM (LOJA, SITE, SAC...) E O
      *           OPERADOR. GRAVADO SEMPRE EM EXTEND PELO PROGCOB06C;
      *           A SITUACAO ANTERIOR FICA NA PROPRIA LINHA (BRANCO =
      *           PRIMEIRO REGISTRO DO CANAL)
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  CONSH-REGISTRO.
           05  CONSH-CPF                 PIC X(11).
           05  CONSH-CANAL               PIC X(01).
           05  CONSH-SITUACAO            PIC X(01).
           05  CONSH-SITUACAO-ANTERIOR   PIC X(01).
           05  CONSH-DATA                PIC 9(08).
           05  CONSH-HORA                PIC 9(08).
           05  CONSH-ORIGEM              PIC X(10).
           05  CONSH-OPERADOR            PIC X(08).
