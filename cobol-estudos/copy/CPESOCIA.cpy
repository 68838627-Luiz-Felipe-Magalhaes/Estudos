      *****************************************************************
      * CPESOCIA - LAYOUT FIXO DO ARQUIVO MENSAL DE EVENTOS
      *            TRABALHISTAS ENVIADO AO ESOCIAL (ESOCEVT), GRAVADO
      *            PELO PROGCOB31S: UM HEADER (H) COM A COMPETENCIA, UM
      *            REGISTRO DE EVENTO (E) POR ADMISSAO, DESLIGAMENTO OU
      *            ALTERACAO CONTRATUAL, CADA TIPO COM A SUA AREA
      *            PROPRIA, E UM TRAILER (T) COM A QUANTIDADE DE
      *            EVENTOS
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  ESOC-REGISTRO.
           05  ESOC-TIPO-REGISTRO        PIC X(01).
               88  ESOC-TIPO-HEADER          VALUE 'H'.
               88  ESOC-TIPO-EVENTO          VALUE 'E'.
               88  ESOC-TIPO-TRAILER         VALUE 'T'.
           05  ESOC-DADOS                PIC X(119).
           05  ESOC-HEADER REDEFINES ESOC-DADOS.
               10  ESOC-HDR-COMPETENCIA  PIC 9(06).
               10  ESOC-HDR-DATA-GERACAO PIC 9(08).
               10  FILLER                PIC X(105).
           05  ESOC-EVENTO REDEFINES ESOC-DADOS.
               10  ESOC-ID-EVENTO        PIC X(15).
               10  ESOC-EVENTO-TIPO      PIC X(06).
                   88  ESOC-EVENTO-ADMISSAO      VALUE 'S-2200'.
                   88  ESOC-EVENTO-ALTERACAO     VALUE 'S-2206'.
                   88  ESOC-EVENTO-DESLIGAMENTO  VALUE 'S-2299'.
               10  ESOC-MATRICULA        PIC 9(06).
               10  ESOC-NOME             PIC X(20).
               10  ESOC-DATA-EVENTO      PIC 9(08).
               10  ESOC-EVT-DADOS        PIC X(64).
               10  ESOC-ADMISSAO REDEFINES ESOC-EVT-DADOS.
                   15  ESOC-ADM-DEPARTAMENTO PIC X(04).
                   15  ESOC-ADM-CARGO        PIC X(04).
                   15  ESOC-ADM-SALARIO      PIC 9(06)V99.
                   15  FILLER                PIC X(48).
               10  ESOC-DESLIGAMENTO REDEFINES ESOC-EVT-DADOS.
                   15  ESOC-DSL-MOTIVO       PIC X(30).
                   15  ESOC-DSL-ULTIMO-SALARIO PIC 9(06)V99.
                   15  FILLER                PIC X(26).
               10  ESOC-ALTERACAO REDEFINES ESOC-EVT-DADOS.
                   15  ESOC-ALT-TIPO         PIC X(01).
                       88  ESOC-ALT-REAJUSTE         VALUE 'R'.
                       88  ESOC-ALT-PROMOCAO         VALUE 'P'.
                       88  ESOC-ALT-TRANSFERENCIA    VALUE 'T'.
                   15  ESOC-ALT-DEPTO-ANTERIOR PIC X(04).
                   15  ESOC-ALT-DEPTO-NOVO     PIC X(04).
                   15  ESOC-ALT-CARGO-ANTERIOR PIC X(04).
                   15  ESOC-ALT-CARGO-NOVO     PIC X(04).
                   15  ESOC-ALT-SALARIO-ANTERIOR PIC 9(06)V99.
                   15  ESOC-ALT-SALARIO-NOVO   PIC 9(06)V99.
                   15  FILLER                PIC X(31).
           05  ESOC-TRAILER REDEFINES ESOC-DADOS.
               10  ESOC-TRL-QTDE-EVENTOS PIC 9(07).
               10  FILLER                PIC X(112).
