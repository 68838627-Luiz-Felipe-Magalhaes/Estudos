      * DATA   = 02/09/2026
      * HISTORICO DE ALTERACOES
      * 02/09/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - PASSA A PEDIR O PESO DA DISCIPLINA NO BOLETIM
      *                 PONDERADO E A GRAVA-LO NO QUADRO (PROFT-PESO),
      *                 PARA O TURMAPES MONTADO DO DIARIO DE NOTAS
      *                 (PROGCOB16E) SAIR COM O PESO CERTO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-NOME                  PIC X(20) VALUE SPACES.
       77  WRK-DIA-SEMANA            PIC 9(01) VALUE ZERO.
       77  WRK-PERIODO               PIC 9(01) VALUE ZERO.
       77  WRK-PESO                  PIC 9(01)V9 VALUE ZERO.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-CHOQUE-SW             PIC X(01) VALUE 'N'.
           ACCEPT WRK-DIA-SEMANA FROM CONSOLE.
           DISPLAY 'PERIODO DA AULA (1 A 6)..'.
           ACCEPT WRK-PERIODO FROM CONSOLE.
           DISPLAY 'PESO DA DISCIPLINA NO BOLETIM (0,1 A 9,9 - '
                   'ZERO ASSUME 1,0)..'.
           ACCEPT WRK-PESO FROM CONSOLE.
           IF WRK-PESO = ZERO
               MOVE 1,0 TO WRK-PESO
           END-IF.

       0200-PROCESSAR.
           IF WRK-DIA-SEMANA < 1 OR WRK-DIA-SEMANA > 6
           MOVE WRK-NOME       TO PROFT-NOME.
           MOVE WRK-DIA-SEMANA TO PROFT-DIA-SEMANA.
           MOVE WRK-PERIODO    TO PROFT-PERIODO.
           MOVE WRK-PESO       TO PROFT-PESO.
           WRITE PROFT-REGISTRO.
           CLOSE PROFESSOR-TURMA.
           DISPLAY 'ATRIBUICAO GRAVADA NA GRADE DE HORARIOS'.
