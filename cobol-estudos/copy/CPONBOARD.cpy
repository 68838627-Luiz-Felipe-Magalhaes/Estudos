      *             ADMISSAO E MANTIDO PELO PROGCOB15O ATE TODAS AS
      *             TAREFAS DE INTEGRACAO SEREM CONCLUIDAS
      * CHAVE    = ONBOARD-MATRICULA
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - INCLUIDA A TAREFA DA PROVA DE TABUADA DO ARMAZEM
      *                 (ONBOARD-TAREFA-TABUADA), PENDENTE SO PARA
      *                 ADMITIDOS NO DEPARTAMENTO LOG1 E BAIXADA PELO
      *                 PROGCOB18C QUANDO O CANDIDATO E APROVADO
      *****************************************************************
       01  ONBOARD-REGISTRO.
           05  ONBOARD-MATRICULA         PIC 9(06).
           05  ONBOARD-TAREFA-EQUIP      PIC X(01).
               88  ONBOARD-EQUIP-PENDENTE    VALUE 'N'.
               88  ONBOARD-EQUIP-CONCLUIDA   VALUE 'S'.
      * ONBOARD-TAREFA-TABUADA - PROVA DE TABUADA DO ARMAZEM, SO PARA
      * ADMITIDOS NO DEPARTAMENTO LOG1; BAIXADA PELA CORRECAO DA PROVA
      * (PROGCOB18C). BRANCO = REGISTRO ANTERIOR A TAREFA (DISPENSADA)
           05  ONBOARD-TAREFA-TABUADA    PIC X(01).
               88  ONBOARD-TABUADA-PENDENTE   VALUE 'N'.
               88  ONBOARD-TABUADA-CONCLUIDA  VALUE 'S'.
               88  ONBOARD-TABUADA-DISPENSADA VALUE 'D' ' '.
           05  ONBOARD-STATUS            PIC X(01).
               88  ONBOARD-STATUS-PENDENTE   VALUE 'N'.
               88  ONBOARD-STATUS-COMPLETO   VALUE 'S'.
