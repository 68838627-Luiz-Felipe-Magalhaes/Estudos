      * DATA   = 21/08/2026
      * HISTORICO DE ALTERACOES
      * 21/08/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - A ABERTURA DA DISPUTA (1) OU O STATUS EM DISPUTA
      *                 (3) RETEM A FATURA DE FRETE DO PEDIDO NO CONTAS
      *                 A PAGAR (CTAP-STATUS-RETIDO); O ENCERRAMENTO (2
      *                 OU 4) LIBERA O TITULO PELO VALOR ACORDADO,
      *                 GUARDANDO A DIFERENCA EM CTAP-VALOR-CREDITO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISPUTA-NUMERO
               FILE STATUS IS WRK-FS-DISPUTA.
           SELECT CONTAS-PAGAR ASSIGN TO 'CTAPAG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTAP-NUMERO
               FILE STATUS IS WRK-FS-CTAP.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       FILE SECTION.
       FD  DISPUTA-MASTER.
           COPY CPDISPUTA.
       FD  CONTAS-PAGAR.
           COPY CPCTAPAG.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
           COPY CPJORNAL.
       77  WRK-FS-DISPUTA       PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT         PIC X(02) VALUE '00'.
       77  WRK-FS-CTAP          PIC X(02) VALUE '00'.
       01  WRK-DATASISTEMA.
           05  WRK-DATASISTEMA-ANO     PIC 9(04).
           05  WRK-DATASISTEMA-MES     PIC 9(02).
       77  WRK-DISPUTA-SW         PIC X(01) VALUE 'N'.
           88  WRK-DISPUTA-ENCONTRADA  VALUE 'S'.
       77  WRK-AUDIT-RESULTADO    PIC X(30) VALUE SPACES.
       77  WRK-FIM-TITULOS-SW     PIC X(01) VALUE 'N'.
           88  WRK-FIM-TITULOS         VALUE 'S'.
       77  WRK-QTDE-TITULOS       PIC 9(03) VALUE ZERO.
       77  WRK-VALOR-ACORDADO     PIC 9(09)V99 VALUE ZERO.
       77  WRK-VALOR-ED           PIC ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           IF RETURN-CODE = 0
               PERFORM 0230-ATUALIZAR-TITULO-FRETE
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

           DISPLAY 'DISPUTA ABERTA - PEDIDO: ' WRK-NUMERO.
           MOVE 'DISPUTA ABERTA' TO WRK-AUDIT-RESULTADO.

      ******************************* A FATURA DE FRETE DO PEDIDO
      ******************************* (CTAP-ORIGEM FATURAFRE) FICA
      ******************************* RETIDA NO CONTAS A PAGAR
      ******************************* ENQUANTO A DISPUTA ESTA ABERTA
      ******************************* OU EM ANDAMENTO, E E LIBERADA
      ******************************* NO ENCERRAMENTO (2 OU 4)
       0230-ATUALIZAR-TITULO-FRETE.
           OPEN I-O CONTAS-PAGAR.
           IF WRK-FS-CTAP NOT = '00'
               DISPLAY 'CONTAS A PAGAR NAO DISPONIVEL - TITULO DE '
                       'FRETE NAO ATUALIZADO'
           ELSE
               MOVE 'N' TO WRK-FIM-TITULOS-SW
               MOVE ZERO TO WRK-QTDE-TITULOS
               MOVE ZEROS TO CTAP-NUMERO
               START CONTAS-PAGAR KEY >= CTAP-NUMERO
                   INVALID KEY SET WRK-FIM-TITULOS TO TRUE
               END-START
               PERFORM 0240-LER-TITULO-FRETE
                   UNTIL WRK-FIM-TITULOS
               IF WRK-QTDE-TITULOS = ZERO
                   DISPLAY 'NENHUMA FATURA DE FRETE A ATUALIZAR NO '
                           'CONTAS A PAGAR PARA O PEDIDO ' WRK-NUMERO
               END-IF
               CLOSE CONTAS-PAGAR
           END-IF.

       0240-LER-TITULO-FRETE.
           READ CONTAS-PAGAR NEXT
               AT END SET WRK-FIM-TITULOS TO TRUE
           END-READ.
           IF NOT WRK-FIM-TITULOS
               IF CTAP-ORIGEM = 'FATURAFRE'
                  AND CTAP-DOCUMENTO (01:06) = WRK-NUMERO
                   IF WRK-NOVO-STATUS = 1 OR WRK-NOVO-STATUS = 3
                       IF CTAP-STATUS-ABERTO
                           PERFORM 0250-RETER-TITULO
                       END-IF
                   ELSE
                       IF CTAP-STATUS-RETIDO
                           PERFORM 0260-LIBERAR-TITULO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0250-RETER-TITULO.
           INITIALIZE JORN-REGISTRO.
           MOVE 'CTAPAG' TO JORN-ARQUIVO.
           MOVE CTAP-NUMERO TO JORN-CHAVE (01:06).
           MOVE 'CTAP-STATUS' TO JORN-CAMPO.
           MOVE CTAP-STATUS TO JORN-VALOR-ANTES.
           SET CTAP-STATUS-RETIDO TO TRUE.
           MOVE CTAP-STATUS TO JORN-VALOR-DEPOIS.
           MOVE 'PROGCOB12V' TO JORN-PROGRAMA.
           CALL 'PROGCOBG' USING JORN-REGISTRO.
           REWRITE CTAP-REGISTRO.
           ADD 1 TO WRK-QTDE-TITULOS.
           DISPLAY 'TITULO ' CTAP-NUMERO ' RETIDO ATE O ENCERRAMENTO '
                   'DA DISPUTA'.

      ******************************* ACEITA (2) LIBERA PELO VALOR
      ******************************* FATURADO; CREDITO RECEBIDO (4)
      ******************************* LIBERA PELO VALOR ACORDADO E A
      ******************************* DIFERENCA FICA COMO CREDITO DA
      ******************************* TRANSPORTADORA
       0260-LIBERAR-TITULO.
           MOVE CTAP-VALOR TO WRK-VALOR-ACORDADO.
           IF WRK-NOVO-STATUS = 4
               MOVE CTAP-VALOR TO WRK-VALOR-ED
               DISPLAY 'TITULO ' CTAP-NUMERO ' VALOR FATURADO: '
                       WRK-VALOR-ED
               DISPLAY 'VALOR ACORDADO COM A TRANSPORTADORA '
                       '(ZERO = FATURADO MENOS A VARIACAO)..'
               ACCEPT WRK-VALOR-ACORDADO FROM CONSOLE
               IF WRK-VALOR-ACORDADO = ZERO
                   MOVE CTAP-VALOR TO WRK-VALOR-ACORDADO
                   IF DISPUTA-VALOR-VARIACAO > ZERO
                      AND DISPUTA-VALOR-VARIACAO < CTAP-VALOR
                       SUBTRACT DISPUTA-VALOR-VARIACAO
                           FROM WRK-VALOR-ACORDADO
                   END-IF
               END-IF
           END-IF.
           IF WRK-VALOR-ACORDADO > CTAP-VALOR
               DISPLAY 'VALOR ACORDADO MAIOR QUE O FATURADO - TITULO '
                       CTAP-NUMERO ' CONTINUA RETIDO'
               MOVE 'VALOR ACORDADO INVALIDO' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-VALOR-ACORDADO < CTAP-VALOR
                   INITIALIZE JORN-REGISTRO
                   MOVE 'CTAPAG' TO JORN-ARQUIVO
                   MOVE CTAP-NUMERO TO JORN-CHAVE (01:06)
                   MOVE 'CTAP-VALOR' TO JORN-CAMPO
                   MOVE CTAP-VALOR TO JORN-VALOR-ANTES
                   MOVE WRK-VALOR-ACORDADO TO JORN-VALOR-DEPOIS
                   MOVE 'PROGCOB12V' TO JORN-PROGRAMA
                   CALL 'PROGCOBG' USING JORN-REGISTRO
                   COMPUTE CTAP-VALOR-CREDITO =
                       CTAP-VALOR - WRK-VALOR-ACORDADO
                   MOVE WRK-VALOR-ACORDADO TO CTAP-VALOR
                   MOVE CTAP-VALOR-CREDITO TO WRK-VALOR-ED
                   DISPLAY 'CREDITO DA TRANSPORTADORA: ' WRK-VALOR-ED
               END-IF
               INITIALIZE JORN-REGISTRO
               MOVE 'CTAPAG' TO JORN-ARQUIVO
               MOVE CTAP-NUMERO TO JORN-CHAVE (01:06)
               MOVE 'CTAP-STATUS' TO JORN-CAMPO
               MOVE CTAP-STATUS TO JORN-VALOR-ANTES
               SET CTAP-STATUS-ABERTO TO TRUE
               MOVE CTAP-STATUS TO JORN-VALOR-DEPOIS
               MOVE 'PROGCOB12V' TO JORN-PROGRAMA
               CALL 'PROGCOBG' USING JORN-REGISTRO
               REWRITE CTAP-REGISTRO
               ADD 1 TO WRK-QTDE-TITULOS
               DISPLAY 'TITULO ' CTAP-NUMERO ' LIBERADO PARA PAGAMENTO'
           END-IF.

       0300-FINALIZAR.
           CLOSE DISPUTA-MASTER.
           PERFORM 0310-GRAVAR-AUDITORIA.
