       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBC.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: ROTINA COMPARTILHADA DE ENCARGOS DE ATRASO DA
      *           MENSALIDADE ESCOLAR - RECEBE O VALOR, A DATA DE
      *           VENCIMENTO E A DATA DO PAGAMENTO E DEVOLVE OS DIAS
      *           DE ATRASO, A MULTA (PERCENTUAL UNICO SOBRE O VALOR)
      *           E OS JUROS (PERCENTUAL AO DIA PRO RATA DOS DIAS DE
      *           ATRASO), PELOS PARAMETROS DO MENSAPAR; SEM ATRASO
      *           DEVOLVE ENCARGOS ZERADOS. CHAMADA PELA BAIXA DE
      *           PAGAMENTO (PROGCOB36P) E PELO ACORDO DE
      *           PARCELAMENTO (PROGCOB36N), NA MESMA CONVENCAO DE
      *           ROTINA COMPARTILHADA DO PROGCOBF
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-MENSALIDADE ASSIGN TO 'MENSAPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAR.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-MENSALIDADE.
       01  MENSPAR-REGISTRO.
           05  MENSPAR-VALOR         PIC 9(04)V99.
           05  MENSPAR-DESC-IRMAO    PIC 9V9(04).
           05  MENSPAR-DIA-VENC      PIC 9(02).
           05  MENSPAR-MULTA         PIC 9V9(04).
           05  MENSPAR-JUROS-DIA     PIC 9V9(05).
           05  MENSPAR-MAX-PARCELAS  PIC 9(02).
       WORKING-STORAGE SECTION.
       77  WRK-FS-PAR                PIC X(02) VALUE '00'.
       77  WRK-PERC-MULTA            PIC 9V9(04) VALUE 0,0200.
       77  WRK-PERC-JUROS-DIA        PIC 9V9(05) VALUE 0,00033.
       77  WRK-PARAMETROS-SW         PIC X(01) VALUE 'N'.
           88  WRK-PARAMETROS-LIDOS      VALUE 'S'.
       LINKAGE SECTION.
       01  LK-VALOR                  PIC 9(07)V99.
       01  LK-DATA-VENCIMENTO        PIC 9(08).
       01  LK-DATA-PAGAMENTO         PIC 9(08).
       01  LK-DIAS-ATRASO            PIC 9(05).
       01  LK-MULTA                  PIC 9(05)V99.
       01  LK-JUROS                  PIC 9(05)V99.
       PROCEDURE DIVISION USING LK-VALOR LK-DATA-VENCIMENTO
                                LK-DATA-PAGAMENTO LK-DIAS-ATRASO
                                LK-MULTA LK-JUROS.
       0001-PRINCIPAL.
           MOVE ZERO TO LK-DIAS-ATRASO.
           MOVE ZERO TO LK-MULTA.
           MOVE ZERO TO LK-JUROS.
           IF NOT WRK-PARAMETROS-LIDOS
               PERFORM 0100-CARREGAR-PARAMETROS
           END-IF.
           IF LK-DATA-PAGAMENTO > LK-DATA-VENCIMENTO
               PERFORM 0200-CALCULAR-ENCARGOS
           END-IF.
           GOBACK.

      ******************************* PERCENTUAIS DE MULTA E DE JUROS
      ******************************* AO DIA - NA FALTA DO MENSAPAR
      ******************************* VALEM 2% E 0,033% AO DIA
       0100-CARREGAR-PARAMETROS.
           SET WRK-PARAMETROS-LIDOS TO TRUE.
           OPEN INPUT PARAM-MENSALIDADE.
           IF WRK-FS-PAR = '00'
               READ PARAM-MENSALIDADE
                   AT END CONTINUE
               END-READ
               IF WRK-FS-PAR = '00'
                  AND MENSPAR-MULTA IS NUMERIC
                  AND MENSPAR-JUROS-DIA IS NUMERIC
                   MOVE MENSPAR-MULTA TO WRK-PERC-MULTA
                   MOVE MENSPAR-JUROS-DIA TO WRK-PERC-JUROS-DIA
               END-IF
               CLOSE PARAM-MENSALIDADE
           END-IF.

      ******************************* MULTA UNICA E JUROS PRO RATA
      ******************************* PELOS DIAS CORRIDOS DE ATRASO
       0200-CALCULAR-ENCARGOS.
           COMPUTE LK-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE (LK-DATA-PAGAMENTO) -
               FUNCTION INTEGER-OF-DATE (LK-DATA-VENCIMENTO).
           COMPUTE LK-MULTA ROUNDED = LK-VALOR * WRK-PERC-MULTA.
           COMPUTE LK-JUROS ROUNDED =
               LK-VALOR * WRK-PERC-JUROS-DIA * LK-DIAS-ATRASO.
