      *                 ABERTA E VENCIDA O TRANSCRIPT NAO E LIBERADO
      * 09/08/2026 FM - GRAVA UMA LINHA NO ARQUIVO DE TRILHA DE
      *                 AUDITORIA (AUDITLOG) AO FINAL DO PROCESSAMENTO
      * 15/10/2026 FM - MENSALIDADE RENEGOCIADA EM ACORDO DE
      *                 PARCELAMENTO (PROGCOB36N) NAO RETEM O TRANSCRIPT
      *                 ENQUANTO O ACORDO ESTIVER EM DIA; PARCELA DO
      *                 ACORDO VENCIDA E NAO PAGA (PROGCOBD) VOLTA A
      *                 RETER
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88  WRK-ALUNO-INADIMPLENTE VALUE 'S'.
       77  WRK-EOF-MENS-SW     PIC X(01) VALUE 'N'.
           88  WRK-FIM-MENSALIDADES  VALUE 'S'.
       77  WRK-ACORDO-SW       PIC X(01) VALUE 'N'.
           88  WRK-ACORDO-EM-DIA     VALUE 'S'.
       77  WRK-NOTA1           PIC 9(02) VALUE ZEROS.
       77  WRK-NOTA2           PIC 9(02) VALUE ZEROS.
       77  WRK-MEDIA           PIC 9(02)V9 VALUE ZEROS.

      ******************************* TRAVA DE INADIMPLENCIA - ALUNO
      ******************************* COM MENSALIDADE ABERTA E VENCIDA
      ******************************* NAO TEM O TRANSCRIPT LIBERADO;
      ******************************* MENSALIDADE RENEGOCIADA SO
      ******************************* LIBERA COM O ACORDO EM DIA
       0150-VERIFICAR-INADIMPLENCIA.
           MOVE 'N' TO WRK-INADIMPLENTE-SW.
           MOVE 'N' TO WRK-EOF-MENS-SW.
                      AND MENS-DATA-VENCIMENTO < WRK-DATAHOJE
                       SET WRK-ALUNO-INADIMPLENTE TO TRUE
                   END-IF
                   IF MENS-STATUS-RENEGOCIADA
                       CALL 'PROGCOBD' USING MENS-ACORDO
                                             WRK-DATAHOJE
                                             WRK-ACORDO-SW
                       IF NOT WRK-ACORDO-EM-DIA
                           SET WRK-ALUNO-INADIMPLENTE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

