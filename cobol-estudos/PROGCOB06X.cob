      * DATA   = 02/09/2026
      * HISTORICO DE ALTERACOES
      * 02/09/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - CPF BLOQUEADO POR CREDITO BAIXADO COMO PERDA
      *                 (MOTIVO 407, GRAVADO PELO PROGCOB50P) NAO PODE
      *                 SER RETIRADO DA LISTA
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           END-WRITE.

       0220-RETIRAR-BLOQUEIO.
           MOVE WRK-CPF TO BLOQ-CPF.
           READ BLOQUEIO-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WRK-FS-BLOQ = '00' AND BLOQ-CODMOTIVO = 407
               DISPLAY 'CPF COM CREDITO BAIXADO COMO PERDA NAO PODE '
                       'SER DESBLOQUEADO: ' WRK-CPF
               MOVE 'CPF COM PERDA - NAO RETIRADO'
                   TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0221-EXCLUIR-BLOQUEIO
           END-IF.

       0221-EXCLUIR-BLOQUEIO.
           MOVE WRK-CPF TO BLOQ-CPF.
           DELETE BLOQUEIO-MASTER
               INVALID KEY
