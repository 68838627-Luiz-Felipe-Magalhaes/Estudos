      * DATA   = 02/09/2026
      * HISTORICO DE ALTERACOES
      * 02/09/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - DENTRO DO FLUXO DE FECHAMENTO MENSAL (PROGCOBS)
      *                 FECHA O MES DO PARAMETRO MESFECHA EM NOME DO
      *                 OPERADOR QUE DISPAROU O FLUXO, PELA ROTINA
      *                 PROGCOBU; A VALIDACAO DO OPERADOR CONTINUA A
      *                 MESMA
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88  WRK-ACAO-FECHAR           VALUE 'F'.
           88  WRK-ACAO-REABRIR          VALUE 'R'.
       77  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       77  WRK-FLUXO-SW              PIC X(01) VALUE 'N'.
           88  WRK-FLUXO-MENSAL          VALUE 'S'.
       77  WRK-FLUXO-OPERADOR        PIC X(08) VALUE SPACES.
       77  WRK-FLUXO-ARGUMENTO       PIC X(20) VALUE SPACES.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-AUTORIZADO-SW         PIC X(01) VALUE 'N'.
           88  WRK-OPERADOR-AUTORIZADO   VALUE 'S'.
       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           CALL 'PROGCOBU' USING WRK-ANOMES WRK-FLUXO-OPERADOR
                                 WRK-FLUXO-ARGUMENTO WRK-FLUXO-SW.
           IF WRK-FLUXO-MENSAL
               MOVE WRK-FLUXO-OPERADOR TO WRK-OPERADOR
               SET WRK-ACAO-FECHAR TO TRUE
           ELSE
               DISPLAY 'ID DO OPERADOR..'
               ACCEPT WRK-OPERADOR FROM CONSOLE
               DISPLAY 'ACAO (F=FECHAR MES / R=REABRIR MES)..'
               ACCEPT WRK-ACAO-SW FROM CONSOLE
               DISPLAY 'MES (AAAAMM)..'
               ACCEPT WRK-ANOMES FROM CONSOLE
           END-IF.
           PERFORM 0110-VALIDAR-OPERADOR.
           OPEN I-O FECHAMENTO-CONTABIL.
           IF WRK-FS-FECHA = '35'
