      *           POR TERMO (HISTGPA), GRAVADO PELO PROGCOB16P A CADA
      *           EXECUCAO, PARA O TRANSCRIPT ACUMULADO (PROGCOB16G)
      *           TER A MEMORIA DOS TERMOS ANTERIORES
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - ACRESCENTADAS AS TURMAS DE ORIGEM E DE DESTINO,
      *                 PREENCHIDAS NO REGISTRO DE TRANSFERENCIA DE
      *                 TURMA (GPA-TERMO 'TRANSF', PROGCOB16X), QUE
      *                 GUARDA A MEDIA PARCIAL NA DATA EFETIVA E NAO
      *                 ENTRA NA MEDIA ACUMULADA DO TRANSCRIPT
      *****************************************************************
       01  GPA-REGISTRO.
           05  GPA-NOME                  PIC X(20).
           05  GPA-TERMO                 PIC X(06).
               88  GPA-TERMO-TRANSFERENCIA   VALUE 'TRANSF'.
           05  GPA-MEDIA                 PIC 9(02)V9.
           05  GPA-DATA.
               10  GPA-DATA-ANO          PIC 9(04).
               10  GPA-DATA-MES          PIC 9(02).
               10  GPA-DATA-DIA          PIC 9(02).
           05  GPA-TURMA-ORIGEM          PIC X(20).
           05  GPA-TURMA-DESTINO         PIC X(20).
