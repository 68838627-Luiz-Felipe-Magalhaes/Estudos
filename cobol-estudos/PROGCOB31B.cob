      *                 O TIPO DE MOVIMENTO (HORA EXTRA), PARA A FOLHA
      *                 LIQUIDA DISTINGUIR REAJUSTE (JA DENTRO DO
      *                 SALARIO) DOS DEMAIS MOVIMENTOS
      * 15/10/2026 FM - DENTRO DO FLUXO DE FECHAMENTO MENSAL (PROGCOBS)
      *                 O MES DE COMPETENCIA VEM DO PARAMETRO MESFECHA,
      *                 PELA ROTINA PROGCOBU, EM VEZ DE SER DIGITADO NO
      *                 CONSOLE
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-FS-FOLHA              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       77  WRK-FLUXO-SW              PIC X(01) VALUE 'N'.
           88  WRK-FLUXO-MENSAL          VALUE 'S'.
       77  WRK-FLUXO-OPERADOR        PIC X(08) VALUE SPACES.
       77  WRK-FLUXO-ARGUMENTO       PIC X(20) VALUE SPACES.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-MATRICULA-ANTERIOR    PIC 9(06) VALUE ZERO.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           CALL 'PROGCOBU' USING WRK-ANOMES WRK-FLUXO-OPERADOR
                                 WRK-FLUXO-ARGUMENTO WRK-FLUXO-SW.
           IF NOT WRK-FLUXO-MENSAL
               DISPLAY 'MES DE APURACAO (AAAAMM)..'
               ACCEPT WRK-ANOMES FROM CONSOLE
           END-IF.
           SORT PONTO-ORDENADO
               ON ASCENDING KEY PTO-MATRICULA PTO-DATA
               USING ARQUIVO-PONTO
