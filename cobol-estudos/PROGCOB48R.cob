       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB48R.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: LER O RETORNO DO BANCO PARA A REMESSA DE PAGAMENTOS
      *           (RETPAGTO - TITULO, DATA, VALOR E SITUACAO DE CADA
      *           PAGAMENTO) E CONFIRMAR OU REABRIR CADA TITULO DO
      *           CONTAS A PAGAR BAIXADO PELO PROGCOB48P: PAGAMENTO
      *           CONFIRMADO GRAVA A DATA EFETIVA DO DEBITO; PAGAMENTO
      *           REJEITADO VOLTA O TITULO PARA ABERTO E ESTORNA NO
      *           RAZAOEXT O LANCAMENTO DA REMESSA (DEBITO DE BANCOS,
      *           CREDITO DO PASSIVO), NA MESMA CONVENCAO DE BAIXA POR
      *           RETORNO DO PROGCOB30B
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
           SELECT RETORNO-PAGAMENTO ASSIGN TO 'RETPAGTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RET.
           SELECT CONTAS-PAGAR ASSIGN TO 'CTAPAG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTAP-NUMERO
               FILE STATUS IS WRK-FS-CTAP.
           SELECT RAZAO-EXTRATO ASSIGN TO 'RAZAOEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RAZAO.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO-PAGAMENTO.
       01  RETP-REGISTRO.
           05  RETP-TITULO           PIC 9(06).
           05  RETP-DATA             PIC 9(08).
           05  RETP-VALOR            PIC 9(09)V99.
           05  RETP-SITUACAO         PIC X(01).
               88  RETP-CONFIRMADO       VALUE 'C'.
               88  RETP-REJEITADO        VALUE 'R'.
           05  RETP-MOTIVO           PIC X(30).
       FD  CONTAS-PAGAR.
           COPY CPCTAPAG.
       FD  RAZAO-EXTRATO.
           COPY CPRAZAO.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
           COPY CPJORNAL.
       77  WRK-FS-RET                PIC X(02) VALUE '00'.
       77  WRK-FS-CTAP               PIC X(02) VALUE '00'.
       77  WRK-FS-RAZAO              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-QTDE-LIDOS            PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-CONFIRMADOS      PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-REABERTOS        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-DIVERGENTES      PIC 9(05) VALUE ZERO.
       77  WRK-MOTIVO-DIVERGENCIA    PIC X(30) VALUE SPACES.
       77  WRK-CONTA-BANCOS          PIC 9(06) VALUE 110100.
       77  WRK-CONTA-TRANSP-PAGAR    PIC 9(06) VALUE 220100.
       77  WRK-CONTA-FORNEC-PAGAR    PIC 9(06) VALUE 220200.
       77  WRK-LANC-OK               PIC X(01) VALUE 'S'.
           88  WRK-LANC-VALIDO           VALUE 'S'.
       77  WRK-LANC-MOTIVO           PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
               UNTIL WRK-FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           OPEN INPUT RETORNO-PAGAMENTO.
           IF WRK-FS-RET NOT = '00'
               DISPLAY 'RETORNO DE PAGAMENTOS INDISPONIVEL - LOTE '
                       'NAO EXECUTADO'
               MOVE 4 TO RETURN-CODE
               SET WRK-FIM-ARQUIVO TO TRUE
           END-IF.
           OPEN I-O CONTAS-PAGAR.
           OPEN EXTEND RAZAO-EXTRATO.
           IF WRK-FS-RAZAO = '35'
               OPEN OUTPUT RAZAO-EXTRATO
               CLOSE RAZAO-EXTRATO
               OPEN EXTEND RAZAO-EXTRATO
           END-IF.
           IF NOT WRK-FIM-ARQUIVO
               PERFORM 0110-LER-RETORNO
           END-IF.

       0110-LER-RETORNO.
           READ RETORNO-PAGAMENTO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0200-PROCESSAR.
           ADD 1 TO WRK-QTDE-LIDOS.
           MOVE RETP-TITULO TO CTAP-NUMERO.
           READ CONTAS-PAGAR
               INVALID KEY
                   MOVE 'TITULO DESCONHECIDO'
                       TO WRK-MOTIVO-DIVERGENCIA
                   PERFORM 0240-REGISTRAR-DIVERGENCIA
               NOT INVALID KEY
                   PERFORM 0210-CONFERIR-RETORNO
           END-READ.
           PERFORM 0110-LER-RETORNO.

       0210-CONFERIR-RETORNO.
           EVALUATE TRUE
               WHEN NOT CTAP-STATUS-PAGO
                   MOVE 'TITULO NAO ESTA EM REMESSA'
                       TO WRK-MOTIVO-DIVERGENCIA
                   PERFORM 0240-REGISTRAR-DIVERGENCIA
               WHEN RETP-VALOR NOT = CTAP-VALOR
                   MOVE 'VALOR DIVERGENTE DO TITULO'
                       TO WRK-MOTIVO-DIVERGENCIA
                   PERFORM 0240-REGISTRAR-DIVERGENCIA
               WHEN RETP-CONFIRMADO
                   PERFORM 0220-CONFIRMAR-PAGAMENTO
               WHEN RETP-REJEITADO
                   PERFORM 0230-REABRIR-TITULO
               WHEN OTHER
                   MOVE 'SITUACAO DE RETORNO INVALIDA'
                       TO WRK-MOTIVO-DIVERGENCIA
                   PERFORM 0240-REGISTRAR-DIVERGENCIA
           END-EVALUATE.

       0220-CONFIRMAR-PAGAMENTO.
           ADD 1 TO WRK-QTDE-CONFIRMADOS.
           MOVE RETP-DATA TO CTAP-DATA-PAGAMENTO.
           REWRITE CTAP-REGISTRO.

      ******************************* PAGAMENTO REJEITADO PELO BANCO:
      ******************************* O TITULO VOLTA PARA ABERTO E O
      ******************************* LANCAMENTO DA REMESSA E ESTORNADO
       0230-REABRIR-TITULO.
           ADD 1 TO WRK-QTDE-REABERTOS.
           INITIALIZE JORN-REGISTRO.
           MOVE 'CTAPAG' TO JORN-ARQUIVO.
           MOVE CTAP-NUMERO TO JORN-CHAVE (01:06).
           MOVE 'CTAP-STATUS' TO JORN-CAMPO.
           MOVE CTAP-STATUS TO JORN-VALOR-ANTES.
           SET CTAP-STATUS-ABERTO TO TRUE.
           MOVE CTAP-STATUS TO JORN-VALOR-DEPOIS.
           MOVE 'PROGCOB48R' TO JORN-PROGRAMA.
           CALL 'PROGCOBG' USING JORN-REGISTRO.
           MOVE ZERO TO CTAP-DATA-PAGAMENTO.
           REWRITE CTAP-REGISTRO.
           DISPLAY 'PAGAMENTO REJEITADO - TITULO ' CTAP-NUMERO
                   ' REABERTO: ' RETP-MOTIVO.
           MOVE WRK-CONTA-BANCOS TO RAZAO-CONTA.
           MOVE 'ESTORNO PAGAMENTO REJEITADO' TO RAZAO-DESCRICAO.
           SET RAZAO-TIPO-DEBITO TO TRUE.
           MOVE CTAP-VALOR TO RAZAO-VALOR.
           PERFORM 0275-GRAVAR-LANCAMENTO.
           IF CTAP-ORIGEM = 'FATURAFRE'
               MOVE WRK-CONTA-TRANSP-PAGAR TO RAZAO-CONTA
           ELSE
               MOVE WRK-CONTA-FORNEC-PAGAR TO RAZAO-CONTA
           END-IF.
           MOVE 'TITULO REABERTO PELO BANCO' TO RAZAO-DESCRICAO.
           SET RAZAO-TIPO-CREDITO TO TRUE.
           MOVE CTAP-VALOR TO RAZAO-VALOR.
           PERFORM 0275-GRAVAR-LANCAMENTO.

       0240-REGISTRAR-DIVERGENCIA.
           ADD 1 TO WRK-QTDE-DIVERGENTES.
           DISPLAY 'RETORNO NAO PROCESSADO - TITULO ' RETP-TITULO
                   ': ' WRK-MOTIVO-DIVERGENCIA.

       0275-GRAVAR-LANCAMENTO.
           MOVE WRK-DATAHOJE TO RAZAO-DATA.
           CALL 'PROGCOB19R' USING RAZAO-REGISTRO WRK-LANC-OK
               WRK-LANC-MOTIVO.
           IF NOT WRK-LANC-VALIDO
               DISPLAY 'LANCAMENTO RECUSADO NA VALIDACAO CONTABIL ('
                       WRK-LANC-MOTIVO ') CONTA ' RAZAO-CONTA
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'PROGCOB48R' TO RAZAO-ORIGEM
               WRITE RAZAO-REGISTRO
           END-IF.

       0300-FINALIZAR.
           IF WRK-FS-RET = '00' OR WRK-FS-RET = '10'
               CLOSE RETORNO-PAGAMENTO
           END-IF.
           CLOSE CONTAS-PAGAR.
           CLOSE RAZAO-EXTRATO.
           IF WRK-QTDE-REABERTOS > 0 OR WRK-QTDE-DIVERGENTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - RETORNOS LIDOS: '
                   WRK-QTDE-LIDOS ' CONFIRMADOS: ' WRK-QTDE-CONFIRMADOS
                   ' REABERTOS: ' WRK-QTDE-REABERTOS
                   ' DIVERGENTES: ' WRK-QTDE-DIVERGENTES.

      ******************************* GRAVA A TRILHA DE AUDITORIA
       0310-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITORIA-LOG.
           IF WRK-FS-AUDIT = '35'
               OPEN OUTPUT AUDITORIA-LOG
               CLOSE AUDITORIA-LOG
               OPEN EXTEND AUDITORIA-LOG
           END-IF.
           INITIALIZE AUDIT-REGISTRO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE 'PROGCOB48R' TO AUDIT-PROGRAMA.
           MOVE 'LOTE RETPAGTO' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'RETORNO DE PAGAMENTOS LIDO' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
