      *                 6=SABADO) E O PERIODO DA AULA (1 A 6), PARA O
      *                 QUADRO FINALMENTE DIZER QUANDO CADA PROFESSOR
      *                 ESTA EM SALA
      * 15/10/2026 FM - ACRESCENTADO O PESO DA DISCIPLINA NO BOLETIM
      *                 PONDERADO (PROFT-PESO), USADO PELO PROGCOB16E
      *                 AO MONTAR O TURMAPES A PARTIR DO DIARIO DE
      *                 NOTAS; QUADRO ANTIGO SEM PESO VALE 1,0
      *****************************************************************
       01  PROFT-REGISTRO.
           05  PROFT-TURMA            PIC X(20).
           05  PROFT-NOME             PIC X(20).
           05  PROFT-DIA-SEMANA       PIC 9(01).
           05  PROFT-PERIODO          PIC 9(01).
           05  PROFT-PESO             PIC 9(01)V9.
