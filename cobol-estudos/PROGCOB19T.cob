      * DATA   = 02/09/2026
      * HISTORICO DE ALTERACOES
      * 02/09/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - DENTRO DO FLUXO DE FECHAMENTO MENSAL (PROGCOBS)
      *                 O MES DE COMPETENCIA VEM DO PARAMETRO MESFECHA,
      *                 PELA ROTINA PROGCOBU, EM VEZ DE SER DIGITADO NO
      *                 CONSOLE
      * 15/10/2026 FM - BALANCETE COM TOTAL DE DEBITOS DIFERENTE DO
      *                 TOTAL DE CREDITOS SAI COM RETORNO 8 E AVISO NO
      *                 RELBALAN, PARA O FLUXO DE FECHAMENTO MENSAL NAO
      *                 FECHAR O PERIODO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-FS-PLANO              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       77  WRK-FLUXO-SW              PIC X(01) VALUE 'N'.
           88  WRK-FLUXO-MENSAL          VALUE 'S'.
       77  WRK-FLUXO-OPERADOR        PIC X(08) VALUE SPACES.
       77  WRK-FLUXO-ARGUMENTO       PIC X(20) VALUE SPACES.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-QTDE-LANCAMENTOS      PIC 9(07) VALUE ZERO.
       77  WRK-CT-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-CT-SW                 PIC X(01) VALUE 'N'.
           88  WRK-CT-ACHOU              VALUE 'S'.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE
           'BALANCETE MENSAL GERADO'.
       01  WRK-TABELA-CONTAS.
           05  WRK-CONTA-LINHA OCCURS 1 TO 200 TIMES
                               DEPENDING ON WRK-QTDE-CONTAS.
           05  REL-TOT-DEBITOS       PIC $ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(10) VALUE ' CREDITO='.
           05  REL-TOT-CREDITOS      PIC $ZZZ.ZZZ.ZZ9,99.
       01  REL-DIFERENCA             PIC X(60) VALUE
           'BALANCETE NAO FECHA - DEBITOS DIFERENTES DOS CREDITOS'.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           CALL 'PROGCOBU' USING WRK-ANOMES WRK-FLUXO-OPERADOR
                                 WRK-FLUXO-ARGUMENTO WRK-FLUXO-SW.
           IF NOT WRK-FLUXO-MENSAL
               DISPLAY 'MES DO BALANCETE (AAAAMM)..'
               ACCEPT WRK-ANOMES FROM CONSOLE
           END-IF.
           OPEN INPUT PLANO-CONTAS.
           OPEN OUTPUT RELATORIO-BALANCETE.
           MOVE WRK-ANOMES TO REL-CAB-ANOMES.
           MOVE WRK-TOTAL-CREDITOS TO REL-TOT-CREDITOS.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-TOTAL-DEBITOS NOT = WRK-TOTAL-CREDITOS
               MOVE REL-DIFERENCA TO REL-LINHA
               WRITE REL-LINHA
               DISPLAY REL-DIFERENCA
               MOVE 'BALANCETE NAO FECHA' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE RELATORIO-BALANCETE.
           IF WRK-FS-RAZAO = '00' OR WRK-FS-RAZAO = '10'
               CLOSE RAZAO-EXTRATO
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE 'PROGCOB19T' TO AUDIT-PROGRAMA.
           MOVE WRK-ANOMES TO AUDIT-ENTRADA-CHAVE (01:06).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
