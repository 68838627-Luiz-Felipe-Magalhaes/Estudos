      *                 GRAVADO PELO PROGCOB09X) - O CREDITO
      *                 PERMANECE EM SUSPENSO, COMO NO CASO DA
      *                 PARCELA JA PAGA
      * 15/10/2026 FM - A APLICACAO MANUAL TAMBEM RECUSA PARCELA
      *                 BAIXADA COMO PERDA (CTAR-STATUS-BAIXADO,
      *                 GRAVADO PELO PROGCOB50P), QUE SO E QUITADA
      *                 PELO PROGCOB30B COM O LANCAMENTO DA RECEITA DE
      *                 RECUPERACAO
      * 15/10/2026 FM - PARCELA ANTECIPADA AO BANCO
      *                 (CTAR-STATUS-ANTECIPADO, GRAVADO PELO
      *                 PROGCOB56A) NAO RECEBE O CREDITO EM SUSPENSO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           IF CTAR-STATUS-CANCELADO
               DISPLAY 'PARCELA DE NOTA CANCELADA - CREDITO '
                       'PERMANECE EM SUSPENSO: ' WRK-PARCELA
           ELSE
           IF CTAR-STATUS-BAIXADO
               DISPLAY 'PARCELA BAIXADA COMO PERDA - CREDITO '
                       'PERMANECE EM SUSPENSO: ' WRK-PARCELA
           ELSE
           IF CTAR-STATUS-ANTECIPADO
               DISPLAY 'PARCELA ANTECIPADA AO BANCO - CREDITO '
                       'PERMANECE EM SUSPENSO: ' WRK-PARCELA
           ELSE
               SET CTAR-STATUS-PAGO TO TRUE
               MOVE SUSP-DATA-CREDITO TO CTAR-DATA-PAGAMENTO
               ADD 1 TO WRK-QTDE-APLICADOS
               DISPLAY 'CREDITO APLICADO NA PARCELA ' WRK-PARCELA
           END-IF
           END-IF
           END-IF
           END-IF.

       0230-DESCARTAR-SUSPENSO.
