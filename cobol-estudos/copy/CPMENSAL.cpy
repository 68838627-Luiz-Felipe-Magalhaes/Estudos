      *            E PELA TRAVA DE INADIMPLENCIA DO BOLETIM
      *            (PROGCOB16B) E DO TRANSCRIPT (PROGCOB16T)
      * CHAVE    = MENS-CHAVE (ALUNO + ANOMES)
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - ACRESCENTADOS O VALOR DA BOLSA DE ESTUDO
      *                 CONCEDIDA NO MES (MENS-BOLSA, DO CADASTRO
      *                 BOLSAS) E A TURMA DO ALUNO (MENS-TURMA),
      *                 GRAVADOS PELO PROGCOB36B, PARA O AGING
      *                 (PROGCOB36S) TOTALIZAR O CUSTO DAS BOLSAS POR
      *                 TURMA
      * 15/10/2026 FM - ACRESCENTADOS A MULTA E OS JUROS DE ATRASO
      *                 COBRADOS NA BAIXA (PROGCOB36P), O VALOR PAGO E
      *                 O NUMERO DO ACORDO DE PARCELAMENTO (PROGCOB36N)
      *                 DA MENSALIDADE RENEGOCIADA (STATUS 'R')
      * 15/10/2026 FM - ACRESCENTADOS A TURMA DE ORIGEM E A PARCELA DO
      *                 VALOR DO MES RATEADA PARA ELA NA TRANSFERENCIA
      *                 DE TURMA NO MEIO DO MES (PROGCOB16X); MENS-TURMA
      *                 PASSA A SER A TURMA DE DESTINO E O VALOR DO MES
      *                 NAO MUDA - O ALUNO PAGA UMA MENSALIDADE SO
      *****************************************************************
       01  MENS-REGISTRO.
           05  MENS-CHAVE.
           05  MENS-STATUS               PIC X(01).
               88  MENS-STATUS-ABERTA        VALUE 'A'.
               88  MENS-STATUS-PAGA          VALUE 'P'.
               88  MENS-STATUS-RENEGOCIADA   VALUE 'R'.
           05  MENS-BOLSA                PIC 9(05)V99.
           05  MENS-TURMA                PIC X(20).
           05  MENS-MULTA                PIC 9(05)V99.
           05  MENS-JUROS                PIC 9(05)V99.
           05  MENS-VALOR-PAGO           PIC 9(06)V99.
           05  MENS-ACORDO               PIC 9(06).
           05  MENS-TURMA-ANTERIOR       PIC X(20).
           05  MENS-VALOR-TURMA-ANTERIOR PIC 9(06)V99.
