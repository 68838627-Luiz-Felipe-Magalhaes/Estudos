      *                 ACIMA DISSO A REQUISICAO NAO E ABERTA, EM VEZ
      *                 DE O PREENCHIMENTO GRAVAR UMA ADMISSAO COM
      *                 SALARIO TRUNCADO PARA O PROGCOB15B
      * 15/10/2026 FM - PREENCHIMENTO DE VAGA DO DEPARTAMENTO DO ARMAZEM
      *                 (LOG1) ABRE TAMBEM A TAREFA DE INTEGRACAO DA
      *                 PROVA DE TABUADA, COMO O PROGCOB15
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88  WRK-FIM-FUNCIONARIOS      VALUE 'S'.
       77  WRK-ULTIMO-NUMERO-REQ     PIC 9(06) VALUE ZERO.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-DEPTO-ARMAZEM         PIC X(04) VALUE 'LOG1'.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           SET ONBOARD-FOLHA-PENDENTE  TO TRUE.
           SET ONBOARD-CRACHA-PENDENTE TO TRUE.
           SET ONBOARD-EQUIP-PENDENTE  TO TRUE.
           IF REQ-DEPARTAMENTO = WRK-DEPTO-ARMAZEM
               SET ONBOARD-TABUADA-PENDENTE   TO TRUE
           ELSE
               MOVE 'D' TO ONBOARD-TAREFA-TABUADA
           END-IF.
           SET ONBOARD-STATUS-PENDENTE TO TRUE.
           WRITE ONBOARD-REGISTRO
               INVALID KEY
