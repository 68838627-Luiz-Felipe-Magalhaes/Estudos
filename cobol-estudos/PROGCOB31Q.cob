       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB31Q.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: RELATORIO DE PENDENCIAS DO ESOCIAL - PERCORRE O
      *           MASTER DE EVENTOS (ESOCMAST) E LISTA NO RELESOC TODO
      *           EVENTO AINDA SEM ACEITE DO GOVERNO (PENDENTE DE
      *           RETORNO OU REJEITADO), COM O PRAZO DE ENVIO E O
      *           MOTIVO DA REJEICAO, DESTACANDO OS JA VENCIDOS E OS
      *           QUE VENCEM NOS PROXIMOS 5 DIAS. TERMINA COM
      *           RETURN-CODE 4 QUANDO HA EVENTO VENCIDO
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ESOCEV-ID
               FILE STATUS IS WRK-FS-ESOCEV.
           SELECT RELATORIO-ESOCIAL ASSIGN TO 'RELESOC'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ESOCIAL-MASTER.
           COPY CPESOCEV.
       FD  RELATORIO-ESOCIAL.
       01  REL-LINHA                 PIC X(100).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-ESOCEV             PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ALERTA           PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ALERTA           PIC 9(02) VALUE 5.
       77  WRK-QTDE-LIDOS            PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-PENDENTES        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-VENCIDOS         PIC 9(05) VALUE ZERO.
       01  REL-CABECALHO.
           05  FILLER                PIC X(44) VALUE
               'EVENTOS DO ESOCIAL SEM ACEITE - POSICAO EM '.
           05  REL-CAB-DATA          PIC 9(08).
       01  REL-DETALHE.
           05  REL-DET-ID            PIC X(15).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-TIPO          PIC X(06).
           05  FILLER                PIC X(07) VALUE ' PRAZO='.
           05  REL-DET-PRAZO         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-STATUS        PIC X(09).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-SITUACAO      PIC X(11).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-MOTIVO        PIC X(40).
       01  REL-TOTAL.
           05  FILLER                PIC X(21) VALUE
               'EVENTOS SEM ACEITE. '.
           05  REL-TOT-PENDENTES     PIC ZZZZ9.
           05  FILLER                PIC X(21) VALUE
               '  VENCIDOS......... '.
           05  REL-TOT-VENCIDOS      PIC ZZZZ9.
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
           COMPUTE WRK-DATA-ALERTA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WRK-DATAHOJE)
                + WRK-DIAS-ALERTA).
           OPEN INPUT ESOCIAL-MASTER.
           IF WRK-FS-ESOCEV NOT = '00'
               DISPLAY 'MASTER DE EVENTOS DO ESOCIAL INDISPONIVEL - '
                       'RELATORIO SEM LINHAS'
               SET WRK-FIM-ARQUIVO TO TRUE
           END-IF.
           OPEN OUTPUT RELATORIO-ESOCIAL.
           MOVE WRK-DATAHOJE TO REL-CAB-DATA.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           IF NOT WRK-FIM-ARQUIVO
               PERFORM 0110-LER-EVENTO
           END-IF.

       0110-LER-EVENTO.
           READ ESOCIAL-MASTER
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0200-PROCESSAR.
           ADD 1 TO WRK-QTDE-LIDOS.
           IF NOT ESOCEV-STATUS-ACEITO
               ADD 1 TO WRK-QTDE-PENDENTES
               PERFORM 0210-GRAVAR-DETALHE
           END-IF.
           PERFORM 0110-LER-EVENTO.

       0210-GRAVAR-DETALHE.
           MOVE ESOCEV-ID          TO REL-DET-ID.
           MOVE ESOCEV-TIPO-EVENTO TO REL-DET-TIPO.
           MOVE ESOCEV-PRAZO       TO REL-DET-PRAZO.
           IF ESOCEV-STATUS-REJEITADO
               MOVE 'REJEITADO' TO REL-DET-STATUS
           ELSE
               MOVE 'PENDENTE'  TO REL-DET-STATUS
           END-IF.
           EVALUATE TRUE
               WHEN ESOCEV-PRAZO < WRK-DATAHOJE
                   ADD 1 TO WRK-QTDE-VENCIDOS
                   MOVE 'VENCIDO'     TO REL-DET-SITUACAO
               WHEN ESOCEV-PRAZO <= WRK-DATA-ALERTA
                   MOVE 'VENCE LOGO'  TO REL-DET-SITUACAO
               WHEN OTHER
                   MOVE SPACES        TO REL-DET-SITUACAO
           END-EVALUATE.
           MOVE ESOCEV-MOTIVO      TO REL-DET-MOTIVO.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.

       0300-FINALIZAR.
           MOVE WRK-QTDE-PENDENTES TO REL-TOT-PENDENTES.
           MOVE WRK-QTDE-VENCIDOS  TO REL-TOT-VENCIDOS.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-ESOCIAL.
           IF WRK-FS-ESOCEV = '00' OR WRK-FS-ESOCEV = '10'
               CLOSE ESOCIAL-MASTER
           END-IF.
           IF WRK-QTDE-VENCIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - EVENTOS SEM ACEITE: '
                   WRK-QTDE-PENDENTES ' VENCIDOS: ' WRK-QTDE-VENCIDOS.

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
           MOVE 'PROGCOB31Q' TO AUDIT-PROGRAMA.
           MOVE WRK-DATAHOJE TO AUDIT-ENTRADA-CHAVE (01:08).
           MOVE 'PENDENCIAS DO ESOCIAL LISTADAS' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
