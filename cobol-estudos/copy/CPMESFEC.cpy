      *****************************************************************
      * CPMESFEC - LAYOUT DO PARAMETRO DO FLUXO DE FECHAMENTO MENSAL
      *            (MESFECHA), GRAVADO PELO ORQUESTRADOR PROGCOBS ANTES
      *            DE CADA STEP DA TABELA MESDEP E LIDO PELA ROTINA
      *            PROGCOBU: O MES DE COMPETENCIA (AAAAMM) DIGITADO UMA
      *            UNICA VEZ, O OPERADOR QUE DISPAROU O FLUXO E O
      *            ARGUMENTO PROPRIO DO STEP (EM BRANCO QUANDO O
      *            PROGRAMA NAO PRECISA DE ARGUMENTO). FORA DO FLUXO O
      *            ARQUIVO FICA VAZIO E CADA PROGRAMA VOLTA A PEDIR O
      *            MES NO CONSOLE
      *****************************************************************
       01  MESF-REGISTRO.
           05  MESF-ANOMES               PIC 9(06).
           05  MESF-OPERADOR             PIC X(08).
           05  MESF-ARGUMENTO            PIC X(20).
