      *                 OS TERMOS SEGUINTES DE UM ALUNO NA LINHA DE
      *                 OUTRO; O INDICE AGORA SO AVANCA QUANDO NAO
      *                 E O ALUNO PROCURADO
      * 15/10/2026 FM - O REGISTRO DE TRANSFERENCIA DE TURMA (GPA-TERMO
      *                 'TRANSF', PROGCOB16X) NAO CONTA COMO TERMO NEM
      *                 ENTRA NA MEDIA GERAL DO ALUNO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      ******************************* ACUMULA A MEDIA DO TERMO NA
      ******************************* TABELA EM MEMORIA DO ALUNO
      ******************************* - A TRANSFERENCIA DE TURMA E SO
      ******************************* UM REGISTRO DE MOVIMENTO
       0200-PROCESSAR.
           IF NOT GPA-TERMO-TRANSFERENCIA
               PERFORM 0210-LOCALIZAR-ALUNO
               ADD 1 TO WRK-AL-QTDE-TERMOS (WRK-AL-IDX)
               ADD GPA-MEDIA TO WRK-AL-SOMA-MEDIA (WRK-AL-IDX)
           END-IF.
           PERFORM 0110-LER-HISTORICO.

      ******************************* PROCURA O ALUNO NA TABELA; SE NAO
