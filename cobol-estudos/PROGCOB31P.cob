       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB31P.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: RETORNOS PREVISTOS DE AFASTAMENTO - PERCORRE O
      *           CADASTRO DE AFASTAMENTOS (LICENCAS, MANUTENCAO PELO
      *           PROGCOB31L) E LISTA NO RELATORIO RELRETOR OS
      *           FUNCIONARIOS COM AFASTAMENTO EM ABERTO CUJO RETORNO
      *           PREVISTO CAI NOS PROXIMOS 7 DIAS, E TAMBEM OS JA
      *           VENCIDOS SEM RETORNO REGISTRADO, PARA O RH CONFIRMAR
      *           A VOLTA OU PRORROGAR O AFASTAMENTO
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
           SELECT LICENCAS-MASTER ASSIGN TO 'LICENCAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LICEN-CHAVE
               FILE STATUS IS WRK-FS-LICEN.
           SELECT FUNCIONARIOS-MASTER ASSIGN TO 'FUNCIONARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.
           SELECT RELATORIO-RETORNOS ASSIGN TO 'RELRETOR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  LICENCAS-MASTER.
           COPY CPLICENC.
       FD  FUNCIONARIOS-MASTER.
           COPY CPFUNC.
       FD  RELATORIO-RETORNOS.
       01  REL-LINHA                 PIC X(80).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-LICEN              PIC X(02) VALUE '00'.
       77  WRK-FS-FUNC               PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-LIMITE           PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-JANELA           PIC 9(02) VALUE 7.
       77  WRK-QTDE-LIDOS            PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-PREVISTOS        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-VENCIDOS         PIC 9(05) VALUE ZERO.
       01  REL-CABECALHO.
           05  FILLER                PIC X(40) VALUE
               'RETORNOS DE AFASTAMENTO PREVISTOS ATE '.
           05  REL-CAB-LIMITE        PIC 9(08).
       01  REL-DETALHE.
           05  REL-DET-MATRICULA     PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-NOME          PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-DEPARTAMENTO  PIC X(04).
           05  FILLER                PIC X(06) VALUE ' TIPO='.
           05  REL-DET-TIPO          PIC X(01).
           05  FILLER                PIC X(08) VALUE ' INICIO='.
           05  REL-DET-INICIO        PIC 9(08).
           05  FILLER                PIC X(09) VALUE ' RETORNO='.
           05  REL-DET-RETORNO       PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-SITUACAO      PIC X(07).
       01  REL-TOTAL.
           05  FILLER                PIC X(21) VALUE
               'PREVISTOS NA SEMANA '.
           05  REL-TOT-PREVISTOS     PIC ZZZZ9.
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
           COMPUTE WRK-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WRK-DATAHOJE)
                + WRK-DIAS-JANELA).
           OPEN INPUT LICENCAS-MASTER.
           IF WRK-FS-LICEN NOT = '00'
               DISPLAY 'CADASTRO DE AFASTAMENTOS INDISPONIVEL - '
                       'RELATORIO SEM LINHAS'
               SET WRK-FIM-ARQUIVO TO TRUE
           END-IF.
           OPEN INPUT FUNCIONARIOS-MASTER.
           OPEN OUTPUT RELATORIO-RETORNOS.
           MOVE WRK-DATA-LIMITE TO REL-CAB-LIMITE.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           IF NOT WRK-FIM-ARQUIVO
               PERFORM 0110-LER-LICENCA
           END-IF.

       0110-LER-LICENCA.
           READ LICENCAS-MASTER
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* SO AFASTAMENTO EM ABERTO; RETORNO
      ******************************* PREVISTO ANTES DE HOJE E VENCIDO
       0200-PROCESSAR.
           ADD 1 TO WRK-QTDE-LIDOS.
           IF LICEN-RETORNO-EFETIVO = ZERO
               IF LICEN-RETORNO-PREVISTO < WRK-DATAHOJE
                   ADD 1 TO WRK-QTDE-VENCIDOS
                   MOVE 'VENCIDO' TO REL-DET-SITUACAO
                   PERFORM 0210-GRAVAR-DETALHE
               ELSE
                   IF LICEN-RETORNO-PREVISTO <= WRK-DATA-LIMITE
                       ADD 1 TO WRK-QTDE-PREVISTOS
                       MOVE SPACES TO REL-DET-SITUACAO
                       PERFORM 0210-GRAVAR-DETALHE
                   END-IF
               END-IF
           END-IF.
           PERFORM 0110-LER-LICENCA.

       0210-GRAVAR-DETALHE.
           MOVE LICEN-MATRICULA TO FUNC-MATRICULA.
           READ FUNCIONARIOS-MASTER
               INVALID KEY
                   MOVE SPACES TO FUNC-NOME
                   MOVE SPACES TO FUNC-DEPARTAMENTO
           END-READ.
           MOVE LICEN-MATRICULA        TO REL-DET-MATRICULA.
           MOVE FUNC-NOME              TO REL-DET-NOME.
           MOVE FUNC-DEPARTAMENTO      TO REL-DET-DEPARTAMENTO.
           MOVE LICEN-TIPO             TO REL-DET-TIPO.
           MOVE LICEN-DATA-INICIO      TO REL-DET-INICIO.
           MOVE LICEN-RETORNO-PREVISTO TO REL-DET-RETORNO.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.

       0300-FINALIZAR.
           MOVE WRK-QTDE-PREVISTOS TO REL-TOT-PREVISTOS.
           MOVE WRK-QTDE-VENCIDOS  TO REL-TOT-VENCIDOS.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-RETORNOS.
           CLOSE FUNCIONARIOS-MASTER.
           IF WRK-FS-LICEN = '00' OR WRK-FS-LICEN = '10'
               CLOSE LICENCAS-MASTER
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - PREVISTOS NA SEMANA: '
                   WRK-QTDE-PREVISTOS ' VENCIDOS: ' WRK-QTDE-VENCIDOS.

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
           MOVE 'PROGCOB31P' TO AUDIT-PROGRAMA.
           MOVE WRK-DATAHOJE TO AUDIT-ENTRADA-CHAVE (01:08).
           MOVE 'RETORNOS PREVISTOS LISTADOS' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
