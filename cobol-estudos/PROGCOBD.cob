       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBD.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: ROTINA COMPARTILHADA DE SITUACAO DO ACORDO DE
      *           PARCELAMENTO DE MENSALIDADES - RECEBE O NUMERO DO
      *           ACORDO E A DATA DE REFERENCIA, PERCORRE AS PARCELAS
      *           DO ACORDO (ACORDMEN) E DEVOLVE 'S' QUANDO O ACORDO
      *           ESTA EM DIA (NENHUMA PARCELA ABERTA VENCIDA NA DATA)
      *           E 'N' QUANDO HA PARCELA EM ATRASO OU O ACORDO NAO
      *           FOI ENCONTRADO. CHAMADA PELA TRAVA DE INADIMPLENCIA
      *           DO BOLETIM (PROGCOB16B) E DO TRANSCRIPT (PROGCOB16T)
      *           PARA A MENSALIDADE RENEGOCIADA, NA MESMA CONVENCAO
      *           DE ROTINA COMPARTILHADA DO PROGCOBF
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
           SELECT ACORDO-MENSALIDADE ASSIGN TO 'ACORDMEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACOM-CHAVE
               FILE STATUS IS WRK-FS-ACORDO.
       DATA DIVISION.
       FILE SECTION.
       FD  ACORDO-MENSALIDADE.
           COPY CPACOMEN.
       WORKING-STORAGE SECTION.
       77  WRK-FS-ACORDO             PIC X(02) VALUE '00'.
       77  WRK-QTDE-PARCELAS         PIC 9(02) VALUE ZERO.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-PARCELAS          VALUE 'S'.
       LINKAGE SECTION.
       01  LK-ACORDO                 PIC 9(06).
       01  LK-DATA-REFERENCIA        PIC 9(08).
       01  LK-ACORDO-SW              PIC X(01).
           88  LK-ACORDO-EM-DIA          VALUE 'S'.
       PROCEDURE DIVISION USING LK-ACORDO LK-DATA-REFERENCIA
                                LK-ACORDO-SW.
       0001-PRINCIPAL.
           MOVE 'N' TO LK-ACORDO-SW.
           MOVE 'N' TO WRK-EOF-SW.
           MOVE ZERO TO WRK-QTDE-PARCELAS.
           OPEN INPUT ACORDO-MENSALIDADE.
           IF WRK-FS-ACORDO = '00'
               MOVE 'S' TO LK-ACORDO-SW
               MOVE LK-ACORDO TO ACOM-NUMERO
               MOVE ZERO TO ACOM-PARCELA
               START ACORDO-MENSALIDADE KEY >= ACOM-CHAVE
                   INVALID KEY SET WRK-FIM-PARCELAS TO TRUE
               END-START
               PERFORM 0100-CONFERIR-PARCELA
                   UNTIL WRK-FIM-PARCELAS
                      OR NOT LK-ACORDO-EM-DIA
               CLOSE ACORDO-MENSALIDADE
               IF WRK-QTDE-PARCELAS = ZERO
                   MOVE 'N' TO LK-ACORDO-SW
               END-IF
           END-IF.
           GOBACK.

      ******************************* PARCELA ABERTA COM VENCIMENTO
      ******************************* ANTERIOR A DATA DE REFERENCIA
      ******************************* DEIXA O ACORDO EM ATRASO
       0100-CONFERIR-PARCELA.
           READ ACORDO-MENSALIDADE NEXT
               AT END SET WRK-FIM-PARCELAS TO TRUE
           END-READ.
           IF NOT WRK-FIM-PARCELAS
               IF ACOM-NUMERO NOT = LK-ACORDO
                   SET WRK-FIM-PARCELAS TO TRUE
               ELSE
                   ADD 1 TO WRK-QTDE-PARCELAS
                   IF ACOM-STATUS-ABERTA
                      AND ACOM-DATA-VENCIMENTO < LK-DATA-REFERENCIA
                       MOVE 'N' TO LK-ACORDO-SW
                   END-IF
               END-IF
           END-IF.
