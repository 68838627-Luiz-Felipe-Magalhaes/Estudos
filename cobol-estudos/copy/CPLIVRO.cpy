      *****************************************************************
      * CPLIVRO - LAYOUT DO REGISTRO DO ARQUIVO FISCAL MENSAL DE LAYOUT
      *           FIXO (LIVROFIS), UMA LINHA POR NOTA FISCAL NAO
      *           CANCELADA DO MES, GRAVADO PELO PROGCOB09V E LIDO NA
      *           CONFERENCIA DA APURACAO DE PIS/COFINS (PROGCOB54P)
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - CRIADO A PARTIR DO LIVRO-REGISTRO ANTES DEFINIDO
      *                 DENTRO DO PROGCOB09V (MESMA CONVENCAO DO
      *                 CPHISTV)
      * 15/10/2026 FM - O ARQUIVO PASSA A TER HEADER E TRAILER DE
      *                 CONTROLE NO LAYOUT CPCTLREM ('HDR'/'TRL' NAS
      *                 TRES PRIMEIRAS POSICOES), QUE OS LEITORES DEVEM
      *                 DESPREZAR
      *****************************************************************
       01  LIVRO-REGISTRO.
           05  LIVRO-NOTAFISCAL      PIC 9(08).
           05  LIVRO-DATA            PIC 9(08).
           05  LIVRO-CPF             PIC X(11).
           05  LIVRO-UF              PIC X(02).
           05  LIVRO-VALOR           PIC 9(09)V99.
           05  LIVRO-ALIQUOTA        PIC 9V9(04).
           05  LIVRO-ICMS            PIC 9(09)V99.
