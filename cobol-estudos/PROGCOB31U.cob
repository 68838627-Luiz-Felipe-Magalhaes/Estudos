       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB31U.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: IMPORTACAO DO RETORNO DO ESOCIAL (ESOCRET, CPESORET)
      *           - CADA LINHA ATUALIZA O EVENTO NO MASTER DE EVENTOS
      *           (ESOCMAST): A = ACEITO (GUARDA O RECIBO) E R =
      *           REJEITADO (GUARDA O MOTIVO PARA A CORRECAO E O
      *           REENVIO NO PROXIMO EXTRATO DO PROGCOB31S). VAI PARA O
      *           ARQUIVO DE REJEITADOS (REJEITOS) A LINHA DE EVENTO
      *           DESCONHECIDO, DE SITUACAO DESCONHECIDA, DE EVENTO JA
      *           ACEITO OU DE ACEITE SEM RECIBO, NA MESMA CONVENCAO
      *           DO RETORNO DA NF-E (PROGCOB09U)
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
           SELECT ESOCIAL-MASTER ASSIGN TO 'ESOCMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ESOCEV-ID
               FILE STATUS IS WRK-FS-ESOCEV.
           SELECT ESOCIAL-RETORNO ASSIGN TO 'ESOCRET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RET.
           SELECT REJEITOS-LOG ASSIGN TO 'REJEITOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REJEIT.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ESOCIAL-MASTER.
           COPY CPESOCEV.
       FD  ESOCIAL-RETORNO.
           COPY CPESORET.
       FD  REJEITOS-LOG.
           COPY CPREJEIT.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-ESOCEV             PIC X(02) VALUE '00'.
       77  WRK-FS-RET                PIC X(02) VALUE '00'.
       77  WRK-FS-REJEIT             PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-MASTER-OK-SW          PIC X(01) VALUE 'N'.
           88  WRK-MASTER-OK             VALUE 'S'.
       77  WRK-QTDE-LIDOS            PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-ACEITOS          PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-EVT-REJEITADOS   PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-REJEITADOS       PIC 9(05) VALUE ZERO.
       77  WRK-COD-REJEITO           PIC 9(03) VALUE ZERO.
       77  WRK-DESC-REJEITO          PIC X(40) VALUE SPACES.
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
           OPEN I-O ESOCIAL-MASTER.
           IF WRK-FS-ESOCEV NOT = '00'
               DISPLAY 'MASTER DE EVENTOS DO ESOCIAL INDISPONIVEL - '
                       'RETORNO NAO IMPORTADO'
               MOVE 8 TO RETURN-CODE
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               SET WRK-MASTER-OK TO TRUE
               OPEN INPUT ESOCIAL-RETORNO
               IF WRK-FS-RET NOT = '00'
                   DISPLAY 'ARQUIVO DE RETORNO DO ESOCIAL AUSENTE - '
                           'NADA A IMPORTAR'
                   SET WRK-FIM-ARQUIVO TO TRUE
               ELSE
                   OPEN EXTEND REJEITOS-LOG
                   IF WRK-FS-REJEIT = '35'
                       OPEN OUTPUT REJEITOS-LOG
                       CLOSE REJEITOS-LOG
                       OPEN EXTEND REJEITOS-LOG
                   END-IF
                   PERFORM 0110-LER-RETORNO
               END-IF
           END-IF.

       0110-LER-RETORNO.
           READ ESOCIAL-RETORNO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* CADA LINHA PASSA PELAS
      ******************************* CONFERENCIAS NA ORDEM; O PRIMEIRO
      ******************************* MOTIVO ENCONTRADO VAI PARA O
      ******************************* REJEITOS
       0200-PROCESSAR.
           ADD 1 TO WRK-QTDE-LIDOS.
           MOVE ZERO TO WRK-COD-REJEITO.
           MOVE ESORET-ID-EVENTO TO ESOCEV-ID.
           READ ESOCIAL-MASTER
               INVALID KEY
                   MOVE 801 TO WRK-COD-REJEITO
                   MOVE 'EVENTO DESCONHECIDO NO MASTER DO ESOCIAL'
                       TO WRK-DESC-REJEITO
           END-READ.
           IF WRK-COD-REJEITO = ZERO
               PERFORM 0210-CONFERIR-RETORNO
           END-IF.
           IF WRK-COD-REJEITO = ZERO
               PERFORM 0220-ATUALIZAR-EVENTO
           ELSE
               PERFORM 0250-GRAVAR-REJEITO
           END-IF.
           PERFORM 0110-LER-RETORNO.

      ******************************* EVENTO JA ACEITO NAO MUDA MAIS DE
      ******************************* SITUACAO; ACEITE SEM RECIBO NAO
      ******************************* VALE
       0210-CONFERIR-RETORNO.
           EVALUATE TRUE
               WHEN ESORET-ACEITO
               WHEN ESORET-REJEITADO
                   IF ESOCEV-STATUS-ACEITO
                       MOVE 803 TO WRK-COD-REJEITO
                       MOVE 'EVENTO DO ESOCIAL JA ACEITO'
                           TO WRK-DESC-REJEITO
                   END-IF
               WHEN OTHER
                   MOVE 802 TO WRK-COD-REJEITO
                   MOVE 'SITUACAO DO RETORNO DO ESOCIAL DESCONHECIDA'
                       TO WRK-DESC-REJEITO
           END-EVALUATE.
           IF WRK-COD-REJEITO = ZERO
               IF ESORET-ACEITO AND ESORET-RECIBO = SPACES
                   MOVE 804 TO WRK-COD-REJEITO
                   MOVE 'ACEITE DO ESOCIAL SEM RECIBO'
                       TO WRK-DESC-REJEITO
               END-IF
           END-IF.

       0220-ATUALIZAR-EVENTO.
           IF ESORET-DATA = ZERO
               MOVE WRK-DATAHOJE TO ESORET-DATA
           END-IF.
           MOVE ESORET-DATA TO ESOCEV-DATA-RETORNO.
           IF ESORET-ACEITO
               SET ESOCEV-STATUS-ACEITO TO TRUE
               MOVE ESORET-RECIBO TO ESOCEV-RECIBO
               MOVE SPACES        TO ESOCEV-MOTIVO
               ADD 1 TO WRK-QTDE-ACEITOS
           ELSE
               SET ESOCEV-STATUS-REJEITADO TO TRUE
               MOVE ESORET-MOTIVO TO ESOCEV-MOTIVO
               ADD 1 TO WRK-QTDE-EVT-REJEITADOS
               DISPLAY 'EVENTO REJEITADO PELO ESOCIAL - '
                       ESORET-ID-EVENTO ': ' ESORET-MOTIVO
           END-IF.
           REWRITE ESOCEV-REGISTRO.

       0250-GRAVAR-REJEITO.
           ADD 1 TO WRK-QTDE-REJEITADOS.
           INITIALIZE REJEIT-REGISTRO.
           ACCEPT REJEIT-DATA FROM DATE YYYYMMDD.
           SET REJEIT-STATUS-PENDENTE TO TRUE.
           MOVE ESORET-ID-EVENTO TO REJEIT-CHAVE (01:15).
           MOVE ESORET-SITUACAO  TO REJEIT-CHAVE (16:01).
           MOVE 'PROGCOB31U' TO REJEIT-PROGRAMA.
           MOVE WRK-COD-REJEITO  TO REJEIT-CODMOTIVO.
           MOVE WRK-DESC-REJEITO TO REJEIT-DESCMOTIVO.
           WRITE REJEIT-REGISTRO.

       0300-FINALIZAR.
           IF WRK-MASTER-OK
               CLOSE ESOCIAL-MASTER
               IF WRK-FS-RET = '00' OR WRK-FS-RET = '10'
                   CLOSE ESOCIAL-RETORNO
                   CLOSE REJEITOS-LOG
               END-IF
           END-IF.
           IF WRK-QTDE-REJEITADOS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - LINHAS LIDAS: '
                   WRK-QTDE-LIDOS ' ACEITOS: ' WRK-QTDE-ACEITOS
                   ' REJEITADOS PELO GOVERNO: ' WRK-QTDE-EVT-REJEITADOS
                   ' LINHAS REJEITADAS: ' WRK-QTDE-REJEITADOS.

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
           MOVE 'PROGCOB31U' TO AUDIT-PROGRAMA.
           MOVE 'LOTE ESOCRET' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'RETORNO DO ESOCIAL IMPORTADO' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
