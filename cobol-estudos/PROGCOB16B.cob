      *                 NOTURNO (PROGCOBN) SEM ENCERRAR O RUN UNIT
      *                 INTEIRO, NA MESMA CONVENCAO JA USADA PELO
      *                 MENU (PROGCOBM)
      * 15/10/2026 FM - MENSALIDADE RENEGOCIADA EM ACORDO DE
      *                 PARCELAMENTO (PROGCOB36N) NAO RETEM O BOLETIM
      *                 ENQUANTO O ACORDO ESTIVER EM DIA; PARCELA DO
      *                 ACORDO VENCIDA E NAO PAGA (PROGCOBD) VOLTA A
      *                 RETER
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88  WRK-ALUNO-INADIMPLENTE VALUE 'S'.
       77  WRK-EOF-MENS-SW       PIC X(01) VALUE 'N'.
           88  WRK-FIM-MENSALIDADES  VALUE 'S'.
       77  WRK-ACORDO-SW         PIC X(01) VALUE 'N'.
           88  WRK-ACORDO-EM-DIA     VALUE 'S'.
       77  WRK-QTDE-RETIDOS      PIC 9(05) VALUE ZERO.
       77  WRK-EOF-SW               PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO          VALUE 'S'.

      ******************************* TRAVA DE INADIMPLENCIA - ALUNO
      ******************************* COM MENSALIDADE ABERTA E VENCIDA
      ******************************* NAO TEM O BOLETIM LIBERADO;
      ******************************* MENSALIDADE RENEGOCIADA SO
      ******************************* LIBERA COM O ACORDO EM DIA
       0205-VERIFICAR-INADIMPLENCIA.
           MOVE 'N' TO WRK-INADIMPLENTE-SW.
           MOVE 'N' TO WRK-EOF-MENS-SW.
                      AND MENS-DATA-VENCIMENTO < WRK-DATASISTEMA-NUM
                       SET WRK-ALUNO-INADIMPLENTE TO TRUE
                   END-IF
                   IF MENS-STATUS-RENEGOCIADA
                       CALL 'PROGCOBD' USING MENS-ACORDO
                                             WRK-DATASISTEMA-NUM
                                             WRK-ACORDO-SW
                       IF NOT WRK-ACORDO-EM-DIA
                           SET WRK-ALUNO-INADIMPLENTE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

