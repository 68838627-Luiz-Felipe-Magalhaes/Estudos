      *****************************************************************
      * CPLIMPROP - LAYOUT DO REGISTRO DO ARQUIVO DE PROPOSTAS DE
      *             LIMITE DE CREDITO (LIMPROP), GRAVADO PELA REVISAO
      *             TRIMESTRAL (PROGCOB51L) SO PARA CPF COM PROPOSTA
      *             DE AUMENTO OU REDUCAO, COM OS INDICADORES QUE
      *             FORMARAM A PONTUACAO, E REVISADO PELO ANALISTA DE
      *             CREDITO (PROGCOB51V), QUE TRANSFORMA CADA PROPOSTA
      *             APROVADA EM PENDENCIA DE DUPLO CONTROLE (PENDALT)
      *             PARA O PROGCOBP APLICAR NO CLIMA01
      *****************************************************************
       01  LPROP-REGISTRO.
           05  LPROP-CPF                 PIC X(11).
           05  LPROP-DATA                PIC 9(08).
           05  LPROP-PONTOS              PIC 9(03).
           05  LPROP-PARCELAS-EM-DIA     PIC 9(04).
           05  LPROP-PARCELAS-ATRASO     PIC 9(04).
           05  LPROP-ATRASO-MEDIO        PIC 9(04)V9.
           05  LPROP-QTDE-CASOS          PIC 9(03).
           05  LPROP-ESTAGIO-MAXIMO      PIC 9(01).
           05  LPROP-VOLUME-COMPRAS      PIC 9(09)V99.
           05  LPROP-LIMITE-ATUAL        PIC 9(07)V99.
           05  LPROP-LIMITE-NOVO         PIC 9(07)V99.
           05  LPROP-TIPO                PIC X(01).
               88  LPROP-TIPO-AUMENTO        VALUE 'A'.
               88  LPROP-TIPO-REDUCAO        VALUE 'R'.
