       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB55L.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: CARGA/MANUTENCAO INICIAL DO CADASTRO DE CONTAS
      *           BANCARIAS (BANCOMST) A PARTIR DO BANCOPAR, COM O
      *           SALDO DE ABERTURA DE CADA CONTA - USADO PELA CAPTURA
      *           DE MOVIMENTOS (PROGCOB55C), PELA TRANSFERENCIA ENTRE
      *           CONTAS (PROGCOB55T), PELA CONCILIACAO (PROGCOB55R) E
      *           PELA POSICAO DIARIA DE CAIXA (PROGCOB55P), NA MESMA
      *           CONVENCAO DE CARGA DO MASTER DE DEPARTAMENTOS
      *           (PROGCOB32L)
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
           SELECT BANCO-MASTER ASSIGN TO 'BANCOMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BANCO-CODIGO
               FILE STATUS IS WRK-FS-BANCO.
           SELECT PARAM-BANCO ASSIGN TO 'BANCOPAR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  BANCO-MASTER.
           COPY CPBANCO.
       FD  PARAM-BANCO.
       01  PAR-REGISTRO.
           05  PAR-CODIGO            PIC X(04).
           05  PAR-NOME              PIC X(20).
           05  PAR-NUMERO            PIC 9(03).
           05  PAR-AGENCIA           PIC 9(04).
           05  PAR-CONTA             PIC X(10).
           05  PAR-SALDO-INICIAL     PIC 9(09)V99.
           05  PAR-DATA-SALDO        PIC 9(08).
           05  PAR-STATUS            PIC X(01).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-BANCO         PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT         PIC X(02) VALUE '00'.
       77  WRK-EOF-SW           PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO      VALUE 'S'.
       77  WRK-QTDE-CARGA       PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
               UNTIL WRK-FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT PARAM-BANCO.
           OPEN OUTPUT BANCO-MASTER.
           READ PARAM-BANCO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0200-PROCESSAR.
           MOVE PAR-CODIGO        TO BANCO-CODIGO.
           MOVE PAR-NOME          TO BANCO-NOME.
           MOVE PAR-NUMERO        TO BANCO-NUMERO.
           MOVE PAR-AGENCIA       TO BANCO-AGENCIA.
           MOVE PAR-CONTA         TO BANCO-CONTA.
           MOVE PAR-SALDO-INICIAL TO BANCO-SALDO-INICIAL.
           MOVE PAR-DATA-SALDO    TO BANCO-DATA-SALDO-INICIAL.
           MOVE PAR-STATUS        TO BANCO-STATUS.
           WRITE BANCO-REGISTRO.
           ADD 1 TO WRK-QTDE-CARGA.
           READ PARAM-BANCO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0300-FINALIZAR.
           CLOSE PARAM-BANCO.
           CLOSE BANCO-MASTER.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - CONTAS BANCARIAS '
                   'CARREGADAS: ' WRK-QTDE-CARGA.

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
           MOVE 'PROGCOB55L' TO AUDIT-PROGRAMA.
           MOVE 'LOTE BANCOPAR' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'CADASTRO DE CONTAS CARREGADO'
               TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
