       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB06Q.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: RELATORIO DE COBERTURA DO CONSENTIMENTO DE MARKETING
      *           SOBRE A BASE DE CLIENTES ATIVOS (CLIENTE-MASTER) -
      *           PARA CADA CANAL (SMS, E-MAIL, TELEFONE) CONTA OS
      *           CLIENTES QUE CONSENTIRAM, OS QUE RETIRARAM O
      *           CONSENTIMENTO E OS SEM REGISTRO NO CONSENT-MASTER,
      *           COM O PERCENTUAL DE COBERTURA DA BASE, E TAMBEM OS
      *           CLIENTES COM CONSENTIMENTO EM PELO MENOS UM CANAL
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
           SELECT CLIENTE-MASTER ASSIGN TO 'CLIMA01'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLIMA-CPF
               FILE STATUS IS WRK-FS-CLIMA.
           SELECT CONSENT-MASTER ASSIGN TO 'CONSENT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONS-CHAVE
               FILE STATUS IS WRK-FS-CONS.
           SELECT RELATORIO-CONSENT ASSIGN TO 'RELCONS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
           COPY CPCLIMA.
       FD  CONSENT-MASTER.
           COPY CPCONSEN.
       FD  RELATORIO-CONSENT.
       01  REL-LINHA                 PIC X(100).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-CLIMA              PIC X(02) VALUE '00'.
       77  WRK-FS-CONS               PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-CONSENT-ABERTO-SW     PIC X(01) VALUE 'N'.
           88  WRK-CONSENT-ABERTO        VALUE 'S'.
       77  WRK-ALGUM-CANAL-SW        PIC X(01) VALUE 'N'.
           88  WRK-ALGUM-CANAL           VALUE 'S'.
       77  WRK-CANAL-IDX             PIC 9(01) VALUE ZERO.
       77  WRK-QTDE-ATIVOS           PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-INATIVOS         PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-ALGUM-CANAL      PIC 9(07) VALUE ZERO.
       77  WRK-PERC-COBERTURA        PIC 9(03)V99 VALUE ZERO.
      ******************************* CONTADORES POR CANAL, NA ORDEM
      ******************************* SMS, E-MAIL, TELEFONE
       01  WRK-TABELA-CANAIS.
           05  WRK-CANAL-DADOS OCCURS 3 TIMES.
               10  WRK-CANAL-CODIGO       PIC X(01).
               10  WRK-CANAL-NOME         PIC X(10).
               10  WRK-CANAL-CONSENTIU    PIC 9(07).
               10  WRK-CANAL-RECUSOU      PIC 9(07).
               10  WRK-CANAL-SEM-REGISTRO PIC 9(07).
       01  REL-CABECALHO.
           05  FILLER                  PIC X(60) VALUE
               'COBERTURA DO CONSENTIMENTO DE MARKETING'.
       01  REL-CABECALHO-COLUNAS.
           05  FILLER                  PIC X(12) VALUE 'CANAL'.
           05  FILLER                  PIC X(12) VALUE '  CONSENTIU'.
           05  FILLER                  PIC X(12) VALUE '    RECUSOU'.
           05  FILLER                  PIC X(14) VALUE '  SEM REGISTRO'.
           05  FILLER                  PIC X(12) VALUE '  COBERTURA'.
       01  REL-DETALHE.
           05  REL-DET-CANAL           PIC X(12).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  REL-DET-CONSENTIU       PIC ZZZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  REL-DET-RECUSOU         PIC ZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  REL-DET-SEM-REGISTRO    PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  REL-DET-COBERTURA       PIC ZZ9,99.
           05  FILLER                  PIC X(02) VALUE ' %'.
       01  REL-TOTAL.
           05  FILLER                  PIC X(25) VALUE
               'CLIENTES ATIVOS......... '.
           05  REL-TOT-ATIVOS          PIC ZZZZZZ9.
           05  FILLER                  PIC X(25) VALUE
               '  COM ALGUM CANAL....... '.
           05  REL-TOT-ALGUM-CANAL     PIC ZZZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  REL-TOT-COBERTURA       PIC ZZ9,99.
           05  FILLER                  PIC X(02) VALUE ' %'.
       01  REL-TOTAL-INATIVOS.
           05  FILLER                  PIC X(25) VALUE
               'INATIVOS (FORA DA BASE). '.
           05  REL-TOT-INATIVOS        PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
               UNTIL WRK-FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           INITIALIZE WRK-TABELA-CANAIS.
           MOVE 'S'          TO WRK-CANAL-CODIGO (1).
           MOVE 'SMS'        TO WRK-CANAL-NOME (1).
           MOVE 'E'          TO WRK-CANAL-CODIGO (2).
           MOVE 'E-MAIL'     TO WRK-CANAL-NOME (2).
           MOVE 'T'          TO WRK-CANAL-CODIGO (3).
           MOVE 'TELEFONE'   TO WRK-CANAL-NOME (3).
           OPEN INPUT CONSENT-MASTER.
           IF WRK-FS-CONS = '00'
               SET WRK-CONSENT-ABERTO TO TRUE
           ELSE
               DISPLAY 'MASTER DE CONSENTIMENTO INDISPONIVEL - TODOS '
                       'OS CLIENTES SAEM SEM REGISTRO'
           END-IF.
           OPEN OUTPUT RELATORIO-CONSENT.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-CABECALHO-COLUNAS TO REL-LINHA.
           WRITE REL-LINHA.
           OPEN INPUT CLIENTE-MASTER.
           IF WRK-FS-CLIMA NOT = '00'
               DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0210-LER-CLIENTE
           END-IF.

       0200-PROCESSAR.
           IF CLIMA-STATUS-ATIVO
               ADD 1 TO WRK-QTDE-ATIVOS
               MOVE 'N' TO WRK-ALGUM-CANAL-SW
               PERFORM 0220-VERIFICAR-CANAL
                   VARYING WRK-CANAL-IDX FROM 1 BY 1
                   UNTIL WRK-CANAL-IDX > 3
               IF WRK-ALGUM-CANAL
                   ADD 1 TO WRK-QTDE-ALGUM-CANAL
               END-IF
           ELSE
               ADD 1 TO WRK-QTDE-INATIVOS
           END-IF.
           PERFORM 0210-LER-CLIENTE.

       0210-LER-CLIENTE.
           READ CLIENTE-MASTER NEXT RECORD
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* CLASSIFICA O CLIENTE NO CANAL
      ******************************* CONFORME A SITUACAO ATUAL NO
      ******************************* CONSENT-MASTER
       0220-VERIFICAR-CANAL.
           IF NOT WRK-CONSENT-ABERTO
               ADD 1 TO WRK-CANAL-SEM-REGISTRO (WRK-CANAL-IDX)
           ELSE
               MOVE CLIMA-CPF TO CONS-CPF
               MOVE WRK-CANAL-CODIGO (WRK-CANAL-IDX) TO CONS-CANAL
               READ CONSENT-MASTER
                   INVALID KEY
                       ADD 1 TO WRK-CANAL-SEM-REGISTRO (WRK-CANAL-IDX)
                   NOT INVALID KEY
                       PERFORM 0221-CONTAR-SITUACAO
               END-READ
           END-IF.

       0221-CONTAR-SITUACAO.
           IF CONS-CONSENTIU
               ADD 1 TO WRK-CANAL-CONSENTIU (WRK-CANAL-IDX)
               SET WRK-ALGUM-CANAL TO TRUE
           ELSE
               ADD 1 TO WRK-CANAL-RECUSOU (WRK-CANAL-IDX)
           END-IF.

       0300-FINALIZAR.
           PERFORM 0320-IMPRIMIR-CANAL
               VARYING WRK-CANAL-IDX FROM 1 BY 1
               UNTIL WRK-CANAL-IDX > 3.
           MOVE WRK-QTDE-ATIVOS      TO REL-TOT-ATIVOS.
           MOVE WRK-QTDE-ALGUM-CANAL TO REL-TOT-ALGUM-CANAL.
           IF WRK-QTDE-ATIVOS > ZERO
               COMPUTE WRK-PERC-COBERTURA ROUNDED =
                   WRK-QTDE-ALGUM-CANAL * 100 / WRK-QTDE-ATIVOS
           ELSE
               MOVE ZERO TO WRK-PERC-COBERTURA
           END-IF.
           MOVE WRK-PERC-COBERTURA TO REL-TOT-COBERTURA.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTDE-INATIVOS TO REL-TOT-INATIVOS.
           MOVE REL-TOTAL-INATIVOS TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE CLIENTE-MASTER.
           IF WRK-CONSENT-ABERTO
               CLOSE CONSENT-MASTER
           END-IF.
           CLOSE RELATORIO-CONSENT.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - CLIENTES ATIVOS: '
                   WRK-QTDE-ATIVOS ' COM CONSENTIMENTO: '
                   WRK-QTDE-ALGUM-CANAL.

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
           MOVE 'PROGCOB06Q' TO AUDIT-PROGRAMA.
           MOVE 'LOTE CLIMA01' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'COBERTURA DE CONSENTIMENTO' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

      ******************************* UMA LINHA POR CANAL, COM O
      ******************************* PERCENTUAL DE CLIENTES ATIVOS QUE
      ******************************* CONSENTIRAM
       0320-IMPRIMIR-CANAL.
           MOVE WRK-CANAL-NOME (WRK-CANAL-IDX) TO REL-DET-CANAL.
           MOVE WRK-CANAL-CONSENTIU (WRK-CANAL-IDX)
               TO REL-DET-CONSENTIU.
           MOVE WRK-CANAL-RECUSOU (WRK-CANAL-IDX) TO REL-DET-RECUSOU.
           MOVE WRK-CANAL-SEM-REGISTRO (WRK-CANAL-IDX)
               TO REL-DET-SEM-REGISTRO.
           IF WRK-QTDE-ATIVOS > ZERO
               COMPUTE WRK-PERC-COBERTURA ROUNDED =
                   WRK-CANAL-CONSENTIU (WRK-CANAL-IDX) * 100
                   / WRK-QTDE-ATIVOS
           ELSE
               MOVE ZERO TO WRK-PERC-COBERTURA
           END-IF.
           MOVE WRK-PERC-COBERTURA TO REL-DET-COBERTURA.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
