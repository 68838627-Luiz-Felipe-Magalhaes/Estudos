      *****************************************************************
      * CPNOTAL - LAYOUT DO REGISTRO DO DIARIO DE NOTAS POR TERMO,
      *           TURMA, DISCIPLINA E ALUNO (NOTA-LANCAMENTO), MANTIDO
      *           PELO PROFESSOR DA DISCIPLINA NO QUADRO PROFTURM
      *           (PROGCOB16L) ATE O PRAZO DO TERMO (NOTAPAR); DEPOIS
      *           DO PRAZO A NOTA PROPOSTA FICA PENDENTE ATE O
      *           COORDENADOR DO TERMO DECIDIR. ALUNO SEM REGISTRO (OU
      *           SO COM LANCAMENTO TARDIO PENDENTE) ESTA SEM NOTA - NAO
      *           E NOTA ZERO. LIDO PELO RELATORIO DE ENTREGAS
      *           PENDENTES (PROGCOB16E), QUE MONTA O TURMAPES DO
      *           BOLETIM PONDERADO QUANDO A TURMA ESTA COMPLETA
      * CHAVE   = NOTAL-CHAVE (TERMO + TURMA + DISCIPLINA + ALUNO)
      *****************************************************************
       01  NOTAL-REGISTRO.
           05  NOTAL-CHAVE.
               10  NOTAL-TERMO           PIC X(06).
               10  NOTAL-TURMA           PIC X(20).
               10  NOTAL-DISCIPLINA      PIC X(20).
               10  NOTAL-ALUNO           PIC X(20).
           05  NOTAL-NOTA                PIC 9(02)V9.
           05  NOTAL-PROFESSOR           PIC 9(06).
           05  NOTAL-DATA-LANCAMENTO     PIC 9(08).
           05  NOTAL-OPERADOR            PIC X(08).
           05  NOTAL-STATUS              PIC X(01).
               88  NOTAL-STATUS-LANCADA      VALUE 'L'.
               88  NOTAL-STATUS-ALTERACAO    VALUE 'P'.
               88  NOTAL-STATUS-TARDIA       VALUE 'N'.
               88  NOTAL-COM-NOTA            VALUES 'L' 'P'.
               88  NOTAL-PENDENTE-COORD      VALUES 'P' 'N'.
           05  NOTAL-NOTA-PROPOSTA       PIC 9(02)V9.
           05  NOTAL-DATA-PROPOSTA       PIC 9(08).
           05  NOTAL-MOTIVO-ALTERACAO    PIC X(30).
           05  NOTAL-COORDENADOR         PIC 9(06).
           05  NOTAL-DATA-DECISAO        PIC 9(08).
