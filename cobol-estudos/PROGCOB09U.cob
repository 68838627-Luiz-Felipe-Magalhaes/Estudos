       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB09U.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: IMPORTACAO NOTURNA DO RETORNO DO GATEWAY FISCAL DA
      *           SEFAZ (NFERETOR, CPNFERET) - CADA EVENTO ATUALIZA A
      *           NOTA NO MASTER DE NF-E (NFE-MASTER): A = AUTORIZADA
      *           (GUARDA O PROTOCOLO), R = REJEITADA (GUARDA O MOTIVO
      *           PARA A CORRECAO E O REENVIO NO PROXIMO CICLO) E C =
      *           CANCELAMENTO HOMOLOGADO DE NOTA COM CANCELAMENTO
      *           SOLICITADO PELO PROGCOB09X. VAI PARA O ARQUIVO DE
      *           REJEITADOS (REJEITOS) O EVENTO DE NOTA DESCONHECIDA,
      *           DE CODIGO DESCONHECIDO OU QUE NAO CABE NO STATUS
      *           ATUAL DA NOTA. SO NOTA AUTORIZADA E EMBARCADA PELO
      *           LOTE DE FRETE (PROGCOB12B)
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
           SELECT NFE-MASTER ASSIGN TO 'NFEMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NFE-NOTAFISCAL
               FILE STATUS IS WRK-FS-NFE.
           SELECT NFE-RETORNO ASSIGN TO 'NFERETOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RET.
           SELECT REJEITOS-LOG ASSIGN TO 'REJEITOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REJEIT.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT STATUS-CICLO ASSIGN TO 'CICLOSTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CICLO.
       DATA DIVISION.
       FILE SECTION.
       FD  NFE-MASTER.
           COPY CPNFE.
       FD  NFE-RETORNO.
           COPY CPNFERET.
       FD  REJEITOS-LOG.
           COPY CPREJEIT.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       FD  STATUS-CICLO.
           COPY CPCICLO.
       WORKING-STORAGE SECTION.
       77  WRK-FS-NFE                PIC X(02) VALUE '00'.
       77  WRK-FS-RET                PIC X(02) VALUE '00'.
       77  WRK-FS-REJEIT             PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-FS-CICLO              PIC X(02) VALUE '00'.
       77  WRK-HORA-INICIO-CICLO     PIC 9(08) VALUE ZEROS.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-MASTER-OK-SW          PIC X(01) VALUE 'N'.
           88  WRK-MASTER-OK             VALUE 'S'.
       77  WRK-QTDE-LIDOS            PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-AUTORIZADAS      PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-NFE-REJEITADAS   PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-CANCELADAS       PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-REJEITADOS       PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-ATUALIZADOS      PIC 9(05) VALUE ZERO.
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
           ACCEPT WRK-HORA-INICIO-CICLO FROM TIME.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           OPEN I-O NFE-MASTER.
           IF WRK-FS-NFE NOT = '00'
               DISPLAY 'MASTER DE NF-E INDISPONIVEL - RETORNO DO '
                       'GATEWAY FISCAL NAO IMPORTADO'
               MOVE 8 TO RETURN-CODE
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               SET WRK-MASTER-OK TO TRUE
               OPEN INPUT NFE-RETORNO
               IF WRK-FS-RET NOT = '00'
                   DISPLAY 'ARQUIVO DE RETORNO DA NF-E AUSENTE - NADA '
                           'A IMPORTAR'
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
           READ NFE-RETORNO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* CADA EVENTO PASSA PELAS
      ******************************* CONFERENCIAS NA ORDEM; O PRIMEIRO
      ******************************* MOTIVO ENCONTRADO VAI PARA O
      ******************************* REJEITOS
       0200-PROCESSAR.
           ADD 1 TO WRK-QTDE-LIDOS.
           MOVE ZERO TO WRK-COD-REJEITO.
           MOVE NFERET-NOTAFISCAL TO NFE-NOTAFISCAL.
           READ NFE-MASTER
               INVALID KEY
                   MOVE 606 TO WRK-COD-REJEITO
                   MOVE 'NOTA DESCONHECIDA NO MASTER DE NF-E'
                       TO WRK-DESC-REJEITO
           END-READ.
           IF WRK-COD-REJEITO = ZERO
               PERFORM 0210-CONFERIR-EVENTO
           END-IF.
           IF WRK-COD-REJEITO = ZERO
               PERFORM 0220-ATUALIZAR-NFE
           ELSE
               PERFORM 0250-GRAVAR-REJEITO
           END-IF.
           PERFORM 0110-LER-RETORNO.

      ******************************* AUTORIZACAO E REJEICAO SO VALEM
      ******************************* PARA NOTA ENVIADA (PENDENTE) OU
      ******************************* REENVIADA APOS REJEICAO; O
      ******************************* CANCELAMENTO HOMOLOGADO SO VALE
      ******************************* PARA NOTA COM CANCELAMENTO
      ******************************* SOLICITADO
       0210-CONFERIR-EVENTO.
           EVALUATE TRUE
               WHEN NFERET-AUTORIZADA
               WHEN NFERET-REJEITADA
                   IF NOT NFE-STATUS-PENDENTE
                      AND NOT NFE-STATUS-REJEITADA
                       MOVE 608 TO WRK-COD-REJEITO
                       MOVE 'EVENTO NAO CABE NO STATUS DA NF-E'
                           TO WRK-DESC-REJEITO
                   END-IF
               WHEN NFERET-CANCELADA
                   IF NOT NFE-STATUS-CANC-SOLICIT
                       MOVE 608 TO WRK-COD-REJEITO
                       MOVE 'EVENTO NAO CABE NO STATUS DA NF-E'
                           TO WRK-DESC-REJEITO
                   END-IF
               WHEN OTHER
                   MOVE 607 TO WRK-COD-REJEITO
                   MOVE 'CODIGO DE EVENTO DA NF-E DESCONHECIDO'
                       TO WRK-DESC-REJEITO
           END-EVALUATE.
           IF WRK-COD-REJEITO = ZERO
               IF NFERET-AUTORIZADA AND NFERET-PROTOCOLO = SPACES
                   MOVE 609 TO WRK-COD-REJEITO
                   MOVE 'AUTORIZACAO DA NF-E SEM PROTOCOLO'
                       TO WRK-DESC-REJEITO
               END-IF
           END-IF.

       0220-ATUALIZAR-NFE.
           IF NFERET-DATA = ZERO
               MOVE WRK-DATAHOJE TO NFERET-DATA
           END-IF.
           EVALUATE TRUE
               WHEN NFERET-AUTORIZADA
                   SET NFE-STATUS-AUTORIZADA TO TRUE
                   MOVE NFERET-PROTOCOLO TO NFE-PROTOCOLO
                   MOVE NFERET-DATA      TO NFE-DATA-RETORNO
                   MOVE SPACES           TO NFE-MOTIVO
                   ADD 1 TO WRK-QTDE-AUTORIZADAS
               WHEN NFERET-REJEITADA
                   SET NFE-STATUS-REJEITADA TO TRUE
                   MOVE NFERET-DATA      TO NFE-DATA-RETORNO
                   MOVE NFERET-MOTIVO    TO NFE-MOTIVO
                   ADD 1 TO WRK-QTDE-NFE-REJEITADAS
                   DISPLAY 'NF-E REJEITADA PELA SEFAZ - NOTA '
                           NFERET-NOTAFISCAL ': ' NFERET-MOTIVO
               WHEN NFERET-CANCELADA
                   SET NFE-STATUS-CANCELADA TO TRUE
                   MOVE NFERET-DATA      TO NFE-DATA-CANCELAMENTO
                   ADD 1 TO WRK-QTDE-CANCELADAS
           END-EVALUATE.
           REWRITE NFE-REGISTRO.
           ADD 1 TO WRK-QTDE-ATUALIZADOS.

       0250-GRAVAR-REJEITO.
           ADD 1 TO WRK-QTDE-REJEITADOS.
           INITIALIZE REJEIT-REGISTRO.
           ACCEPT REJEIT-DATA FROM DATE YYYYMMDD.
           SET REJEIT-STATUS-PENDENTE TO TRUE.
           MOVE NFERET-NOTAFISCAL TO REJEIT-CHAVE (01:08).
           MOVE NFERET-EVENTO     TO REJEIT-CHAVE (09:01).
           MOVE 'PROGCOB09U' TO REJEIT-PROGRAMA.
           MOVE WRK-COD-REJEITO  TO REJEIT-CODMOTIVO.
           MOVE WRK-DESC-REJEITO TO REJEIT-DESCMOTIVO.
           WRITE REJEIT-REGISTRO.

       0300-FINALIZAR.
           IF WRK-MASTER-OK
               CLOSE NFE-MASTER
               IF WRK-FS-RET = '00' OR WRK-FS-RET = '10'
                   CLOSE NFE-RETORNO
                   CLOSE REJEITOS-LOG
               END-IF
           END-IF.
           IF WRK-QTDE-REJEITADOS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           PERFORM 0340-GRAVAR-STATUS-CICLO.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - EVENTOS LIDOS: '
                   WRK-QTDE-LIDOS ' AUTORIZADAS: ' WRK-QTDE-AUTORIZADAS
                   ' REJEITADAS PELA SEFAZ: ' WRK-QTDE-NFE-REJEITADAS
                   ' CANCELADAS: ' WRK-QTDE-CANCELADAS
                   ' EVENTOS REJEITADOS: ' WRK-QTDE-REJEITADOS.

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
           MOVE 'PROGCOB09U' TO AUDIT-PROGRAMA.
           MOVE 'LOTE NFERETOR' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'RETORNO DA NF-E IMPORTADO' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

      ******************************* GRAVA A LINHA DESTE STEP NO
      ******************************* PAINEL DE STATUS DO CICLO NOTURNO
       0340-GRAVAR-STATUS-CICLO.
           OPEN EXTEND STATUS-CICLO.
           IF WRK-FS-CICLO = '35'
               OPEN OUTPUT STATUS-CICLO
               CLOSE STATUS-CICLO
               OPEN EXTEND STATUS-CICLO
           END-IF.
           INITIALIZE CICLO-REGISTRO.
           MOVE 'STEP024'    TO CICLO-STEP.
           MOVE 'PROGCOB09U' TO CICLO-PROGRAMA.
           ACCEPT CICLO-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO-CICLO TO CICLO-HORA-INICIO.
           ACCEPT CICLO-HORA-FIM FROM TIME.
           MOVE RETURN-CODE TO CICLO-RETURN-CODE.
           MOVE WRK-QTDE-ATUALIZADOS TO CICLO-QTDE-REGISTROS.
           MOVE 'RETORNO DO GATEWAY DA NF-E IMPORTADO'
               TO CICLO-RESULTADO.
           WRITE CICLO-REGISTRO.
           CLOSE STATUS-CICLO.
