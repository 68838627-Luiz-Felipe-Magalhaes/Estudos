      *                 MASTER DE FUNCIONARIOS NAO SIGNIFICAR MAIS QUE
      *                 ELE JA ESTA TOTALMENTE INTEGRADO; AS TAREFAS
      *                 SAO BAIXADAS PELO PROGCOB15O
      * 15/10/2026 FM - ADMISSAO NO DEPARTAMENTO DO ARMAZEM (LOG1) ABRE
      *                 TAMBEM A TAREFA DE INTEGRACAO DA PROVA DE
      *                 TABUADA (PROGCOB18G/18C); NOS DEMAIS
      *                 DEPARTAMENTOS A TAREFA FICA DISPENSADA
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-ANOFUNDACAO          PIC 9(04) VALUE 1990.
       77  WRK-MENSAGEM             PIC X(40) VALUE SPACES.
       77  WRK-RESPOSTA             PIC X(10) VALUE SPACES.
       77  WRK-DEPTO-ARMAZEM        PIC X(04) VALUE 'LOG1'.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
               SET ONBOARD-FOLHA-PENDENTE  TO TRUE
               SET ONBOARD-CRACHA-PENDENTE TO TRUE
               SET ONBOARD-EQUIP-PENDENTE  TO TRUE
               IF WRK-DEPARTAMENTO = WRK-DEPTO-ARMAZEM
                   SET ONBOARD-TABUADA-PENDENTE   TO TRUE
               ELSE
                   MOVE 'D' TO ONBOARD-TAREFA-TABUADA
               END-IF
               SET ONBOARD-STATUS-PENDENTE TO TRUE
               WRITE ONBOARD-REGISTRO
                   INVALID KEY
