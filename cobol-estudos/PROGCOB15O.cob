      * DATA   = 21/08/2026
      * HISTORICO DE ALTERACOES
      * 21/08/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - A INTEGRACAO SO FICA COMPLETA COM A PROVA DE
      *                 TABUADA APROVADA QUANDO ELA ESTA PENDENTE
      *                 (ADMITIDOS NO ARMAZEM); A TAREFA NAO PODE SER
      *                 BAIXADA POR AQUI, SO PELA CORRECAO DA PROVA
      *                 (PROGCOB18C)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               DISPLAY '1 - FOLHA DE PAGAMENTO'
               DISPLAY '2 - CRACHA'
               DISPLAY '3 - EQUIPAMENTO'
               IF ONBOARD-TABUADA-PENDENTE
                   DISPLAY 'PROVA DE TABUADA PENDENTE - BAIXADA SO '
                           'PELA CORRECAO DA PROVA (PROGCOB18C)'
               END-IF
               DISPLAY 'TAREFA CONCLUIDA..'
               ACCEPT WRK-TAREFA FROM CONSOLE
               EVALUATE WRK-TAREFA
                   IF ONBOARD-FOLHA-CONCLUIDA
                      AND ONBOARD-CRACHA-CONCLUIDA
                      AND ONBOARD-EQUIP-CONCLUIDA
                      AND NOT ONBOARD-TABUADA-PENDENTE
                       SET ONBOARD-STATUS-COMPLETO TO TRUE
                   END-IF
                   REWRITE ONBOARD-REGISTRO
