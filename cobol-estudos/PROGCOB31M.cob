       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB31M.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: FECHAMENTO MENSAL DAS FALTAS - PARA O MES INFORMADO
      *           (AAAAMM), PERCORRE O CADASTRO DE OCORRENCIAS DE PONTO
      *           (PONTOEXC) E, PARA CADA FUNCIONARIO ATIVO, SOMA AS
      *           FALTAS NAO ABONADAS PELO GERENTE (PROGCOB31J) E O
      *           DSR PERDIDO (UM DIA POR SEMANA, DOMINGO A SABADO, COM
      *           FALTA NAO ABONADA). O DESCONTO, NA BASE DE 30 DIAS DO
      *           SALARIO, E GRAVADO NO EXTRATO DE FOLHA (FOLHAEXT)
      *           COMO MOVIMENTO TIPO F, QUE A FOLHA LIQUIDA
      *           (PROGCOB31N) E O FGTS (PROGCOB31F) SUBTRAEM, E AS
      *           OCORRENCIAS DESCONTADAS FICAM MARCADAS COM O MES PARA
      *           NAO SEREM ABONADAS NEM DESCONTADAS DE NOVO. RODA
      *           ANTES DA FOLHA LIQUIDA; SE JA HOUVER DESCONTO DE
      *           FALTAS DO MES NO FOLHAEXT, NADA E GRAVADO
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - DENTRO DO FLUXO DE FECHAMENTO MENSAL (PROGCOBS,
      *                 STEP100, ANTES DA FOLHA LIQUIDA E DO FGTS) O MES
      *                 VEM DO PARAMETRO MESFECHA, PELA ROTINA PROGCOBU,
      *                 EM VEZ DE SER DIGITADO NO CONSOLE
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCORRENCIAS-PONTO ASSIGN TO 'PONTOEXC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PTOEXC-CHAVE
               FILE STATUS IS WRK-FS-PTOEXC.
           SELECT FUNCIONARIOS-MASTER ASSIGN TO 'FUNCIONARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.
           SELECT FOLHA-EXTRATO ASSIGN TO 'FOLHAEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHA.
           SELECT RELATORIO-FALTAS ASSIGN TO 'RELFALTA'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  OCORRENCIAS-PONTO.
           COPY CPPTOEXC.
       FD  FUNCIONARIOS-MASTER.
           COPY CPFUNC.
       FD  FOLHA-EXTRATO.
           COPY CPFOLHA.
       FD  RELATORIO-FALTAS.
       01  REL-LINHA                 PIC X(132).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-PTOEXC             PIC X(02) VALUE '00'.
       77  WRK-FS-FUNC               PIC X(02) VALUE '00'.
       77  WRK-FS-FOLHA              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-FOLHA-SW              PIC X(01) VALUE 'N'.
           88  WRK-FIM-FOLHAEXT          VALUE 'S'.
       77  WRK-BLOQUEIO-SW           PIC X(01) VALUE 'N'.
           88  WRK-BLOQUEADO             VALUE 'S'.
       77  WRK-FUNC-SW               PIC X(01) VALUE 'N'.
           88  WRK-FUNC-DESCONTAVEL      VALUE 'S'.
       77  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       77  WRK-FLUXO-SW              PIC X(01) VALUE 'N'.
           88  WRK-FLUXO-MENSAL          VALUE 'S'.
       77  WRK-FLUXO-OPERADOR        PIC X(08) VALUE SPACES.
       77  WRK-FLUXO-ARGUMENTO       PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-BLOQUEIO       PIC X(40) VALUE SPACES.
       77  WRK-MATRICULA-ATUAL       PIC 9(06) VALUE ZERO.
       77  WRK-SEMANA                PIC 9(07) VALUE ZERO.
       77  WRK-SEMANA-ANTERIOR       PIC 9(07) VALUE ZERO.
       77  WRK-FALTAS-FUNC           PIC 9(02) VALUE ZERO.
       77  WRK-DSR-FUNC              PIC 9(02) VALUE ZERO.
       77  WRK-DIAS-DESCONTO         PIC 9(02) VALUE ZERO.
       77  WRK-DIAS-COMERCIAIS       PIC 9(02) VALUE 30.
       77  WRK-VALOR-DESCONTO        PIC 9(06)V99 VALUE ZERO.
       77  WRK-QTDE-FUNCIONARIOS     PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-FALTAS           PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-DSR              PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-ABONADAS         PIC 9(05) VALUE ZERO.
       77  WRK-TOTAL-DESCONTO        PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-DESCONTO-ED     PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
       01  REL-CABECALHO.
           05  FILLER                PIC X(40) VALUE
               'DESCONTO DE FALTAS E DSR - MES '.
           05  REL-CAB-ANOMES        PIC 9(06).
       01  REL-BLOQUEIO.
           05  FILLER                PIC X(30) VALUE
               'DESCONTO NAO GRAVADO - '.
           05  REL-BLQ-MOTIVO        PIC X(40).
       01  REL-TITULOS.
           05  FILLER                PIC X(44) VALUE
               'MATRIC NOME                 DEPT  FALTAS  DS'.
           05  FILLER                PIC X(44) VALUE
               'R      DESCONTO SITUACAO'.
       01  REL-DETALHE.
           05  REL-DET-MATRICULA     PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-NOME          PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-DEPTO         PIC X(04).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  REL-DET-FALTAS        PIC Z9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  REL-DET-DSR           PIC Z9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-DESCONTO      PIC ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-SITUACAO      PIC X(30).
       01  REL-TOTAL.
           05  FILLER                PIC X(20) VALUE
               'TOTAL DESCONTADO: '.
           05  REL-TOT-DESCONTO      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(10) VALUE ' FALTAS: '.
           05  REL-TOT-FALTAS        PIC ZZZZ9.
           05  FILLER                PIC X(07) VALUE ' DSR: '.
           05  REL-TOT-DSR           PIC ZZZZ9.
           05  FILLER                PIC X(12) VALUE ' ABONADAS: '.
           05  REL-TOT-ABONADAS      PIC ZZZZ9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
               UNTIL WRK-FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           CALL 'PROGCOBU' USING WRK-ANOMES WRK-FLUXO-OPERADOR
                                 WRK-FLUXO-ARGUMENTO WRK-FLUXO-SW.
           IF NOT WRK-FLUXO-MENSAL
               DISPLAY 'MES DO DESCONTO (AAAAMM)..'
               ACCEPT WRK-ANOMES FROM CONSOLE
           END-IF.
           MOVE 'DESCONTO DE FALTAS GRAVADO' TO WRK-AUDIT-RESULTADO.
           PERFORM 0110-VERIFICAR-FOLHAEXT.
           OPEN OUTPUT RELATORIO-FALTAS.
           MOVE WRK-ANOMES TO REL-CAB-ANOMES.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           OPEN INPUT FUNCIONARIOS-MASTER.
           IF WRK-BLOQUEADO
               OPEN INPUT OCORRENCIAS-PONTO
           ELSE
               OPEN I-O OCORRENCIAS-PONTO
           END-IF.
           IF WRK-FS-PTOEXC = '35'
               DISPLAY 'NENHUMA OCORRENCIA DE PONTO REGISTRADA'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0120-VERIFICAR-ABERTURA
           END-IF.
           IF WRK-BLOQUEADO
               MOVE WRK-MOTIVO-BLOQUEIO TO REL-BLQ-MOTIVO
               MOVE REL-BLOQUEIO TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'DESCONTO BLOQUEADO' TO WRK-AUDIT-RESULTADO
           ELSE
               OPEN EXTEND FOLHA-EXTRATO
               IF WRK-FS-FOLHA = '35'
                   OPEN OUTPUT FOLHA-EXTRATO
                   CLOSE FOLHA-EXTRATO
                   OPEN EXTEND FOLHA-EXTRATO
               END-IF
           END-IF.
           MOVE REL-TITULOS TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************* UM SO DESCONTO DE FALTAS POR MES
      ******************************* NO FOLHAEXT - REEXECUCAO NAO
      ******************************* GRAVA DE NOVO
       0110-VERIFICAR-FOLHAEXT.
           OPEN INPUT FOLHA-EXTRATO.
           IF WRK-FS-FOLHA = '00'
               PERFORM 0111-LER-FOLHAEXT
               PERFORM 0112-VERIFICAR-MOVIMENTO
                   UNTIL WRK-FIM-FOLHAEXT
               CLOSE FOLHA-EXTRATO
           END-IF.

       0111-LER-FOLHAEXT.
           READ FOLHA-EXTRATO
               AT END SET WRK-FIM-FOLHAEXT TO TRUE
           END-READ.

       0112-VERIFICAR-MOVIMENTO.
           IF FOLHA-MOV-FALTAS
              AND FOLHA-DATAEFETIVA (1:6) = WRK-ANOMES
               SET WRK-BLOQUEADO TO TRUE
               MOVE 'FALTAS DO MES JA DESCONTADAS NO FOLHAEXT'
                   TO WRK-MOTIVO-BLOQUEIO
               SET WRK-FIM-FOLHAEXT TO TRUE
           ELSE
               PERFORM 0111-LER-FOLHAEXT
           END-IF.

       0120-VERIFICAR-ABERTURA.
           IF WRK-FS-PTOEXC NOT = '00' OR WRK-FS-FUNC NOT = '00'
               IF NOT WRK-BLOQUEADO
                   SET WRK-BLOQUEADO TO TRUE
                   MOVE 'OCORRENCIAS OU FUNCIONARIOS INDISPONIVEL'
                       TO WRK-MOTIVO-BLOQUEIO
               END-IF
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0210-LER-OCORRENCIA
           END-IF.

      ******************************* QUEBRA POR MATRICULA NA ORDEM DA
      ******************************* CHAVE DO PONTOEXC; SO FALTA DO
      ******************************* MES, PENDENTE E AINDA NAO
      ******************************* DESCONTADA
       0200-PROCESSAR.
           IF PTOEXC-DATA (1:6) = WRK-ANOMES
              AND PTOEXC-TIPO-FALTA
              AND PTOEXC-ANOMES-DESCONTO = ZERO
               IF PTOEXC-MATRICULA NOT = WRK-MATRICULA-ATUAL
                   PERFORM 0230-FECHAR-FUNCIONARIO
                   PERFORM 0220-ABRIR-FUNCIONARIO
               END-IF
               IF PTOEXC-STATUS-ABONADA
                   ADD 1 TO WRK-QTDE-ABONADAS
               ELSE
                   PERFORM 0225-SOMAR-FALTA
               END-IF
           END-IF.
           PERFORM 0210-LER-OCORRENCIA.
           IF WRK-FIM-ARQUIVO
               PERFORM 0230-FECHAR-FUNCIONARIO
           END-IF.

       0210-LER-OCORRENCIA.
           READ OCORRENCIAS-PONTO NEXT RECORD
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0220-ABRIR-FUNCIONARIO.
           MOVE PTOEXC-MATRICULA TO WRK-MATRICULA-ATUAL.
           MOVE ZERO TO WRK-FALTAS-FUNC.
           MOVE ZERO TO WRK-DSR-FUNC.
           MOVE ZERO TO WRK-SEMANA-ANTERIOR.
           MOVE 'N' TO WRK-FUNC-SW.
           MOVE PTOEXC-MATRICULA TO FUNC-MATRICULA.
           READ FUNCIONARIOS-MASTER
               INVALID KEY
                   INITIALIZE FUNC-REGISTRO
                   MOVE PTOEXC-MATRICULA TO FUNC-MATRICULA
               NOT INVALID KEY
                   IF FUNC-STATUS-ATIVO
                       SET WRK-FUNC-DESCONTAVEL TO TRUE
                   END-IF
           END-READ.

      ******************************* CADA SEMANA (DOMINGO A SABADO)
      ******************************* COM FALTA PERDE UM DSR; AS DATAS
      ******************************* VEM EM ORDEM DENTRO DA MATRICULA
       0225-SOMAR-FALTA.
           ADD 1 TO WRK-FALTAS-FUNC.
           COMPUTE WRK-SEMANA =
               FUNCTION INTEGER-OF-DATE (PTOEXC-DATA) / 7.
           IF WRK-SEMANA NOT = WRK-SEMANA-ANTERIOR
               ADD 1 TO WRK-DSR-FUNC
               MOVE WRK-SEMANA TO WRK-SEMANA-ANTERIOR
           END-IF.
           IF WRK-FUNC-DESCONTAVEL AND NOT WRK-BLOQUEADO
               MOVE WRK-ANOMES TO PTOEXC-ANOMES-DESCONTO
               REWRITE PTOEXC-REGISTRO
           END-IF.

       0230-FECHAR-FUNCIONARIO.
           IF WRK-FALTAS-FUNC > ZERO
               COMPUTE WRK-DIAS-DESCONTO =
                   WRK-FALTAS-FUNC + WRK-DSR-FUNC
               IF WRK-DIAS-DESCONTO > WRK-DIAS-COMERCIAIS
                   MOVE WRK-DIAS-COMERCIAIS TO WRK-DIAS-DESCONTO
               END-IF
               COMPUTE WRK-VALOR-DESCONTO ROUNDED =
                   FUNC-SALARIO * WRK-DIAS-DESCONTO
                   / WRK-DIAS-COMERCIAIS
               MOVE FUNC-MATRICULA    TO REL-DET-MATRICULA
               MOVE FUNC-NOME         TO REL-DET-NOME
               MOVE FUNC-DEPARTAMENTO TO REL-DET-DEPTO
               MOVE WRK-FALTAS-FUNC   TO REL-DET-FALTAS
               MOVE WRK-DSR-FUNC      TO REL-DET-DSR
               EVALUATE TRUE
                   WHEN NOT WRK-FUNC-DESCONTAVEL
                       MOVE ZERO TO REL-DET-DESCONTO
                       MOVE 'INATIVO/NAO CADASTRADO'
                           TO REL-DET-SITUACAO
                   WHEN WRK-BLOQUEADO
                       MOVE WRK-VALOR-DESCONTO TO REL-DET-DESCONTO
                       MOVE 'NAO GRAVADO' TO REL-DET-SITUACAO
                   WHEN OTHER
                       MOVE WRK-VALOR-DESCONTO TO REL-DET-DESCONTO
                       MOVE 'GRAVADO NO FOLHAEXT' TO REL-DET-SITUACAO
                       PERFORM 0240-GRAVAR-FOLHAEXT
               END-EVALUATE
               MOVE REL-DETALHE TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE ZERO TO WRK-FALTAS-FUNC.

       0240-GRAVAR-FOLHAEXT.
           ADD 1 TO WRK-QTDE-FUNCIONARIOS.
           ADD WRK-FALTAS-FUNC TO WRK-QTDE-FALTAS.
           ADD WRK-DSR-FUNC TO WRK-QTDE-DSR.
           ADD WRK-VALOR-DESCONTO TO WRK-TOTAL-DESCONTO.
           INITIALIZE FOLHA-REGISTRO.
           MOVE FUNC-MATRICULA     TO FOLHA-MATRICULA.
           MOVE FUNC-NOME          TO FOLHA-NOME.
           MOVE FUNC-DEPARTAMENTO  TO FOLHA-DEPARTAMENTO.
           MOVE WRK-ANOMES (1:4)   TO FOLHA-DATAEF-ANO.
           MOVE WRK-ANOMES (5:2)   TO FOLHA-DATAEF-MES.
           MOVE 01                 TO FOLHA-DATAEF-DIA.
           MOVE FUNC-SALARIO       TO FOLHA-SALARIO-NOVO.
           MOVE WRK-VALOR-DESCONTO TO FOLHA-VALOR-AUMENTO.
           MOVE 'F' TO FOLHA-TIPO-MOVIMENTO.
           WRITE FOLHA-REGISTRO.

       0300-FINALIZAR.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-DESCONTO TO REL-TOT-DESCONTO.
           MOVE WRK-QTDE-FALTAS    TO REL-TOT-FALTAS.
           MOVE WRK-QTDE-DSR       TO REL-TOT-DSR.
           MOVE WRK-QTDE-ABONADAS  TO REL-TOT-ABONADAS.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-FALTAS.
           IF WRK-FS-PTOEXC = '00' OR WRK-FS-PTOEXC = '10'
               CLOSE OCORRENCIAS-PONTO
           END-IF.
           CLOSE FUNCIONARIOS-MASTER.
           IF WRK-BLOQUEADO
               DISPLAY 'DESCONTO NAO GRAVADO - ' WRK-MOTIVO-BLOQUEIO
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE FOLHA-EXTRATO
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           MOVE WRK-TOTAL-DESCONTO TO WRK-TOTAL-DESCONTO-ED.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - FUNCIONARIOS: '
                   WRK-QTDE-FUNCIONARIOS ' FALTAS: ' WRK-QTDE-FALTAS
                   ' DSR: ' WRK-QTDE-DSR ' TOTAL DESCONTADO: '
                   WRK-TOTAL-DESCONTO-ED.

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
           MOVE 'PROGCOB31M' TO AUDIT-PROGRAMA.
           MOVE WRK-ANOMES TO AUDIT-ENTRADA-CHAVE (01:06).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
