       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB06L.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: CARGA DA TABELA DE CEP (CEP-TABELA) A PARTIR DO
      *           ARQUIVO DOS CORREIOS (CEPCORR), COM O LOGRADOURO, O
      *           BAIRRO, A CIDADE E A UF DE CADA CEP - CONSULTADA
      *           PELO CADASTRO DE ENDERECOS DO CLIENTE (PROGCOB06E) E
      *           PELA AUDITORIA DOS ENDERECOS (PROGCOB06V). LINHA COM
      *           CEP NAO NUMERICO OU SEM CIDADE/UF E DESPREZADA E
      *           CONTADA, NA MESMA CONVENCAO DE CARGA DO CATALOGO DE
      *           PRODUTOS (PROGCOB09L)
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
           SELECT CEP-TABELA ASSIGN TO 'CEPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CEP-CODIGO
               FILE STATUS IS WRK-FS-CEP.
           SELECT ARQUIVO-CORREIOS ASSIGN TO 'CEPCORR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  CEP-TABELA.
           COPY CPCEP.
       FD  ARQUIVO-CORREIOS.
       01  COR-REGISTRO.
           05  COR-CEP               PIC X(08).
           05  COR-LOGRADOURO        PIC X(40).
           05  COR-BAIRRO            PIC X(20).
           05  COR-CIDADE            PIC X(20).
           05  COR-UF                PIC X(02).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-CEP           PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT         PIC X(02) VALUE '00'.
       77  WRK-EOF-SW           PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO      VALUE 'S'.
       77  WRK-QTDE-CARGA       PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-DESPREZADOS PIC 9(07) VALUE ZERO.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
               UNTIL WRK-FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT ARQUIVO-CORREIOS.
           OPEN OUTPUT CEP-TABELA.
           READ ARQUIVO-CORREIOS
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* O ARQUIVO DOS CORREIOS VEM EM
      ******************************* ORDEM DE CEP; CEP REPETIDO OU
      ******************************* FORA DE ORDEM E DESPREZADO
       0200-PROCESSAR.
           IF COR-CEP NOT NUMERIC
              OR COR-CIDADE = SPACES
              OR COR-UF = SPACES
               ADD 1 TO WRK-QTDE-DESPREZADOS
               DISPLAY 'CEP DESPREZADO - LINHA INVALIDA: ' COR-CEP
           ELSE
               MOVE COR-CEP        TO CEP-CODIGO
               MOVE COR-LOGRADOURO TO CEP-LOGRADOURO
               MOVE COR-BAIRRO     TO CEP-BAIRRO
               MOVE COR-CIDADE     TO CEP-CIDADE
               MOVE COR-UF         TO CEP-UF
               WRITE CEP-REGISTRO
                   INVALID KEY
                       ADD 1 TO WRK-QTDE-DESPREZADOS
                       DISPLAY 'CEP DESPREZADO - REPETIDO OU FORA DE '
                               'ORDEM: ' COR-CEP
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTDE-CARGA
               END-WRITE
           END-IF.
           READ ARQUIVO-CORREIOS
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0300-FINALIZAR.
           CLOSE ARQUIVO-CORREIOS.
           CLOSE CEP-TABELA.
           IF WRK-QTDE-DESPREZADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - CEPS CARREGADOS: '
                   WRK-QTDE-CARGA.
           DISPLAY 'LINHAS DESPREZADAS......................: '
                   WRK-QTDE-DESPREZADOS.

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
           MOVE 'PROGCOB06L' TO AUDIT-PROGRAMA.
           MOVE 'LOTE CEPCORR' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'TABELA DE CEP CARREGADA' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
