       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB55R.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: CONCILIACAO DO EXTRATO BANCARIO POR CONTA - O
      *           EXTRATO RECEBIDO DO BANCO (EXTBANCO, UMA LINHA POR
      *           LANCAMENTO, C = CREDITO / D = DEBITO) E CONFRONTADO
      *           COM O REGISTRO DE MOVIMENTOS DA MESMA CONTA
      *           (MOVBANCO) NO PERIODO COBERTO PELO EXTRATO DAQUELA
      *           CONTA. CADA LINHA DO EXTRATO CASA COM UM MOVIMENTO
      *           AINDA LIVRE DE MESMA CONTA, DATA, SENTIDO E VALOR;
      *           O RELATORIO RELCONCB LISTA, POR CONTA, O QUE SO ESTA
      *           NO EXTRATO E O QUE SO ESTA NO MOVIMENTO, COM A
      *           SITUACAO CONCILIADA OU DIVERGENTE (RC 4 QUANDO
      *           HOUVER DIVERGENCIA)
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
           SELECT EXTRATO-BANCO ASSIGN TO 'EXTBANCO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTB.
           SELECT MOVIMENTO-BANCO ASSIGN TO 'MOVBANCO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVB.
           SELECT RELATORIO-CONCILIACAO ASSIGN TO 'RELCONCB'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-BANCO.
       01  EXTB-REGISTRO.
           05  EXTB-CONTA            PIC X(04).
           05  EXTB-DATA             PIC 9(08).
           05  EXTB-TIPO             PIC X(01).
               88  EXTB-CREDITO          VALUE 'C'.
               88  EXTB-DEBITO           VALUE 'D'.
           05  EXTB-VALOR            PIC 9(09)V99.
           05  EXTB-HISTORICO        PIC X(30).
       FD  MOVIMENTO-BANCO.
           COPY CPMOVBCO.
       FD  RELATORIO-CONCILIACAO.
       01  REL-LINHA                 PIC X(80).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-EXTB               PIC X(02) VALUE '00'.
       77  WRK-FS-MOVB               PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-TIPO-MOVIMENTO        PIC X(01) VALUE SPACES.
       77  WRK-CONTA-PROCURA         PIC X(04) VALUE SPACES.
       77  WRK-QTDE-DIVERGENCIAS     PIC 9(05) VALUE ZERO.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
      ******************************* CONTAS PRESENTES NO EXTRATO, COM
      ******************************* O PERIODO COBERTO POR CADA UMA
       77  WRK-QTDE-CONTAS           PIC 9(03) VALUE ZERO.
       77  WRK-CT-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-CT-SW                 PIC X(01) VALUE 'N'.
           88  WRK-CT-ACHOU              VALUE 'S'.
       01  WRK-TABELA-CONTAS.
           05  WRK-CONTA-LINHA OCCURS 1 TO 50 TIMES
                                DEPENDING ON WRK-QTDE-CONTAS.
               10  WRK-CT-CONTA          PIC X(04).
               10  WRK-CT-DATA-DE        PIC 9(08).
               10  WRK-CT-DATA-ATE       PIC 9(08).
               10  WRK-CT-QTDE-EXTRATO   PIC 9(05).
               10  WRK-CT-SO-EXTRATO     PIC 9(05).
               10  WRK-CT-SO-MOVIMENTO   PIC 9(05).
      ******************************* MOVIMENTOS DAS CONTAS DO EXTRATO
      ******************************* DENTRO DO PERIODO, COM A MARCA
      ******************************* DE JA CONCILIADO
       77  WRK-QTDE-MOVIMENTOS       PIC 9(04) VALUE ZERO.
       77  WRK-MV-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-MV-SW                 PIC X(01) VALUE 'N'.
           88  WRK-MV-ACHOU              VALUE 'S'.
       01  WRK-TABELA-MOVIMENTOS.
           05  WRK-MOVIMENTO OCCURS 1 TO 3000 TIMES
                              DEPENDING ON WRK-QTDE-MOVIMENTOS.
               10  WRK-MV-CONTA          PIC X(04).
               10  WRK-MV-DATA           PIC 9(08).
               10  WRK-MV-TIPO           PIC X(01).
               10  WRK-MV-ORIGEM         PIC X(10).
               10  WRK-MV-VALOR          PIC 9(09)V99.
               10  WRK-MV-CONCILIADO     PIC X(01).
      ******************************* LINHAS DO EXTRATO SEM MOVIMENTO
       77  WRK-QTDE-SO-EXTRATO       PIC 9(04) VALUE ZERO.
       77  WRK-SE-IDX                PIC 9(04) VALUE ZERO.
       01  WRK-TABELA-SO-EXTRATO.
           05  WRK-SO-EXTRATO OCCURS 1 TO 1000 TIMES
                               DEPENDING ON WRK-QTDE-SO-EXTRATO.
               10  WRK-SE-CONTA          PIC X(04).
               10  WRK-SE-DATA           PIC 9(08).
               10  WRK-SE-TIPO           PIC X(01).
               10  WRK-SE-VALOR          PIC 9(09)V99.
               10  WRK-SE-HISTORICO      PIC X(30).
       01  REL-CABECALHO.
           05  FILLER                PIC X(44) VALUE
               'CONCILIACAO DO EXTRATO BANCARIO POR CONTA'.
       01  REL-CONTA.
           05  FILLER                PIC X(07) VALUE 'CONTA '.
           05  REL-CTA-CONTA         PIC X(04).
           05  FILLER                PIC X(12) VALUE '  PERIODO '.
           05  REL-CTA-DATA-DE       PIC 9(08).
           05  FILLER                PIC X(03) VALUE ' A '.
           05  REL-CTA-DATA-ATE      PIC 9(08).
       01  REL-DETALHE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-SITUACAO      PIC X(16).
           05  REL-DET-DATA          PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  REL-DET-TIPO          PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  REL-DET-VALOR         PIC $ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  REL-DET-HISTORICO     PIC X(30).
       01  REL-RESUMO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(08) VALUE 'LINHAS='.
           05  REL-RES-EXTRATO       PIC ZZZZ9.
           05  FILLER                PIC X(13) VALUE '  SO EXTRATO='.
           05  REL-RES-SO-EXTRATO    PIC ZZZZ9.
           05  FILLER                PIC X(11) VALUE '  SO MOVTO='.
           05  REL-RES-SO-MOVIMENTO  PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-RES-SITUACAO      PIC X(12).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-QTDE-CONTAS > 0
               PERFORM 0200-CARREGAR-MOVIMENTOS
               PERFORM 0220-CONCILIAR-EXTRATO
               PERFORM 0240-IMPRIMIR-CONTA
                   VARYING WRK-CT-IDX FROM 1 BY 1
                   UNTIL WRK-CT-IDX > WRK-QTDE-CONTAS
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           MOVE ZERO TO WRK-QTDE-CONTAS.
           OPEN OUTPUT RELATORIO-CONCILIACAO.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT EXTRATO-BANCO.
           IF WRK-FS-EXTB NOT = '00'
               DISPLAY 'EXTRATO EXTBANCO AUSENTE - NADA A CONCILIAR'
               MOVE 'EXTRATO AUSENTE' TO WRK-AUDIT-RESULTADO
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0110-LER-EXTRATO
               PERFORM 0120-REGISTRAR-CONTA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE EXTRATO-BANCO
           END-IF.

       0110-LER-EXTRATO.
           READ EXTRATO-BANCO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* PRIMEIRA PASSADA: AS CONTAS DO
      ******************************* EXTRATO E A MENOR E A MAIOR DATA
      ******************************* DE CADA UMA
       0120-REGISTRAR-CONTA.
           MOVE EXTB-CONTA TO WRK-CONTA-PROCURA.
           PERFORM 0130-PROCURAR-CONTA.
           IF NOT WRK-CT-ACHOU
               IF WRK-QTDE-CONTAS < 50
                   ADD 1 TO WRK-QTDE-CONTAS
                   MOVE WRK-QTDE-CONTAS TO WRK-CT-IDX
                   MOVE EXTB-CONTA TO WRK-CT-CONTA (WRK-CT-IDX)
                   MOVE EXTB-DATA  TO WRK-CT-DATA-DE (WRK-CT-IDX)
                   MOVE EXTB-DATA  TO WRK-CT-DATA-ATE (WRK-CT-IDX)
                   MOVE ZERO TO WRK-CT-QTDE-EXTRATO (WRK-CT-IDX)
                   MOVE ZERO TO WRK-CT-SO-EXTRATO (WRK-CT-IDX)
                   MOVE ZERO TO WRK-CT-SO-MOVIMENTO (WRK-CT-IDX)
                   SET WRK-CT-ACHOU TO TRUE
               ELSE
                   DISPLAY 'TABELA DE CONTAS CHEIA - CONTA IGNORADA: '
                           EXTB-CONTA
               END-IF
           END-IF.
           IF WRK-CT-ACHOU
               ADD 1 TO WRK-CT-QTDE-EXTRATO (WRK-CT-IDX)
               IF EXTB-DATA < WRK-CT-DATA-DE (WRK-CT-IDX)
                   MOVE EXTB-DATA TO WRK-CT-DATA-DE (WRK-CT-IDX)
               END-IF
               IF EXTB-DATA > WRK-CT-DATA-ATE (WRK-CT-IDX)
                   MOVE EXTB-DATA TO WRK-CT-DATA-ATE (WRK-CT-IDX)
               END-IF
           END-IF.
           PERFORM 0110-LER-EXTRATO.

       0130-PROCURAR-CONTA.
           MOVE 'N' TO WRK-CT-SW.
           PERFORM 0131-COMPARAR-CONTA
               VARYING WRK-CT-IDX FROM 1 BY 1
               UNTIL WRK-CT-IDX > WRK-QTDE-CONTAS
                  OR WRK-CT-ACHOU.
           IF WRK-CT-ACHOU
               SUBTRACT 1 FROM WRK-CT-IDX
           END-IF.

       0131-COMPARAR-CONTA.
           IF WRK-CT-CONTA (WRK-CT-IDX) = WRK-CONTA-PROCURA
               SET WRK-CT-ACHOU TO TRUE
           END-IF.

      ******************************* SO OS MOVIMENTOS DAS CONTAS DO
      ******************************* EXTRATO, DENTRO DO PERIODO DELAS
       0200-CARREGAR-MOVIMENTOS.
           MOVE ZERO TO WRK-QTDE-MOVIMENTOS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT MOVIMENTO-BANCO.
           IF WRK-FS-MOVB NOT = '00'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0201-LER-MOVIMENTO
               PERFORM 0202-GUARDAR-MOVIMENTO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE MOVIMENTO-BANCO
           END-IF.

       0201-LER-MOVIMENTO.
           READ MOVIMENTO-BANCO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0202-GUARDAR-MOVIMENTO.
           MOVE MOVB-CONTA TO WRK-CONTA-PROCURA.
           PERFORM 0130-PROCURAR-CONTA.
           IF WRK-CT-ACHOU
               IF MOVB-DATA NOT < WRK-CT-DATA-DE (WRK-CT-IDX)
                  AND MOVB-DATA NOT > WRK-CT-DATA-ATE (WRK-CT-IDX)
                  AND WRK-QTDE-MOVIMENTOS < 3000
                   ADD 1 TO WRK-QTDE-MOVIMENTOS
                   MOVE WRK-QTDE-MOVIMENTOS TO WRK-MV-IDX
                   MOVE MOVB-CONTA  TO WRK-MV-CONTA (WRK-MV-IDX)
                   MOVE MOVB-DATA   TO WRK-MV-DATA (WRK-MV-IDX)
                   MOVE MOVB-TIPO   TO WRK-MV-TIPO (WRK-MV-IDX)
                   MOVE MOVB-ORIGEM TO WRK-MV-ORIGEM (WRK-MV-IDX)
                   MOVE MOVB-VALOR  TO WRK-MV-VALOR (WRK-MV-IDX)
                   MOVE 'N' TO WRK-MV-CONCILIADO (WRK-MV-IDX)
               END-IF
           END-IF.
           PERFORM 0201-LER-MOVIMENTO.

      ******************************* SEGUNDA PASSADA DO EXTRATO: CADA
      ******************************* LINHA PROCURA O SEU MOVIMENTO
       0220-CONCILIAR-EXTRATO.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT EXTRATO-BANCO.
           PERFORM 0110-LER-EXTRATO.
           PERFORM 0221-CONCILIAR-LINHA
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE EXTRATO-BANCO.

       0221-CONCILIAR-LINHA.
           IF EXTB-CREDITO
               MOVE 'E' TO WRK-TIPO-MOVIMENTO
           ELSE
               MOVE 'S' TO WRK-TIPO-MOVIMENTO
           END-IF.
           MOVE 'N' TO WRK-MV-SW.
           PERFORM 0222-COMPARAR-MOVIMENTO
               VARYING WRK-MV-IDX FROM 1 BY 1
               UNTIL WRK-MV-IDX > WRK-QTDE-MOVIMENTOS
                  OR WRK-MV-ACHOU.
           IF WRK-MV-ACHOU
               SUBTRACT 1 FROM WRK-MV-IDX
               MOVE 'S' TO WRK-MV-CONCILIADO (WRK-MV-IDX)
           ELSE
               MOVE EXTB-CONTA TO WRK-CONTA-PROCURA
               PERFORM 0130-PROCURAR-CONTA
               IF WRK-CT-ACHOU
                  AND WRK-QTDE-SO-EXTRATO < 1000
                   ADD 1 TO WRK-CT-SO-EXTRATO (WRK-CT-IDX)
                   ADD 1 TO WRK-QTDE-SO-EXTRATO
                   MOVE WRK-QTDE-SO-EXTRATO TO WRK-SE-IDX
                   MOVE EXTB-CONTA     TO WRK-SE-CONTA (WRK-SE-IDX)
                   MOVE EXTB-DATA      TO WRK-SE-DATA (WRK-SE-IDX)
                   MOVE EXTB-TIPO      TO WRK-SE-TIPO (WRK-SE-IDX)
                   MOVE EXTB-VALOR     TO WRK-SE-VALOR (WRK-SE-IDX)
                   MOVE EXTB-HISTORICO TO WRK-SE-HISTORICO (WRK-SE-IDX)
               END-IF
           END-IF.
           PERFORM 0110-LER-EXTRATO.

       0222-COMPARAR-MOVIMENTO.
           IF WRK-MV-CONCILIADO (WRK-MV-IDX) = 'N'
              AND WRK-MV-CONTA (WRK-MV-IDX) = EXTB-CONTA
              AND WRK-MV-DATA (WRK-MV-IDX) = EXTB-DATA
              AND WRK-MV-TIPO (WRK-MV-IDX) = WRK-TIPO-MOVIMENTO
              AND WRK-MV-VALOR (WRK-MV-IDX) = EXTB-VALOR
               SET WRK-MV-ACHOU TO TRUE
           END-IF.

      ******************************* BLOCO DE UMA CONTA: O QUE SO
      ******************************* ESTA NO EXTRATO, O QUE SO ESTA
      ******************************* NO MOVIMENTO E O RESUMO
       0240-IMPRIMIR-CONTA.
           MOVE WRK-CT-CONTA (WRK-CT-IDX)    TO REL-CTA-CONTA.
           MOVE WRK-CT-DATA-DE (WRK-CT-IDX)  TO REL-CTA-DATA-DE.
           MOVE WRK-CT-DATA-ATE (WRK-CT-IDX) TO REL-CTA-DATA-ATE.
           MOVE REL-CONTA TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0250-LISTAR-SO-EXTRATO
               VARYING WRK-SE-IDX FROM 1 BY 1
               UNTIL WRK-SE-IDX > WRK-QTDE-SO-EXTRATO.
           PERFORM 0260-LISTAR-SO-MOVIMENTO
               VARYING WRK-MV-IDX FROM 1 BY 1
               UNTIL WRK-MV-IDX > WRK-QTDE-MOVIMENTOS.
           MOVE WRK-CT-QTDE-EXTRATO (WRK-CT-IDX) TO REL-RES-EXTRATO.
           MOVE WRK-CT-SO-EXTRATO (WRK-CT-IDX) TO REL-RES-SO-EXTRATO.
           MOVE WRK-CT-SO-MOVIMENTO (WRK-CT-IDX)
               TO REL-RES-SO-MOVIMENTO.
           IF WRK-CT-SO-EXTRATO (WRK-CT-IDX) = 0
              AND WRK-CT-SO-MOVIMENTO (WRK-CT-IDX) = 0
               MOVE 'CONCILIADA' TO REL-RES-SITUACAO
           ELSE
               MOVE 'DIVERGENTE' TO REL-RES-SITUACAO
               ADD 1 TO WRK-QTDE-DIVERGENCIAS
           END-IF.
           MOVE REL-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.

       0250-LISTAR-SO-EXTRATO.
           IF WRK-SE-CONTA (WRK-SE-IDX) = WRK-CT-CONTA (WRK-CT-IDX)
               MOVE 'SO NO EXTRATO'            TO REL-DET-SITUACAO
               MOVE WRK-SE-DATA (WRK-SE-IDX)   TO REL-DET-DATA
               MOVE WRK-SE-TIPO (WRK-SE-IDX)   TO REL-DET-TIPO
               MOVE WRK-SE-VALOR (WRK-SE-IDX)  TO REL-DET-VALOR
               MOVE WRK-SE-HISTORICO (WRK-SE-IDX)
                   TO REL-DET-HISTORICO
               MOVE REL-DETALHE TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       0260-LISTAR-SO-MOVIMENTO.
           IF WRK-MV-CONTA (WRK-MV-IDX) = WRK-CT-CONTA (WRK-CT-IDX)
              AND WRK-MV-CONCILIADO (WRK-MV-IDX) = 'N'
               ADD 1 TO WRK-CT-SO-MOVIMENTO (WRK-CT-IDX)
               MOVE 'SO NO MOVIMENTO'        TO REL-DET-SITUACAO
               MOVE WRK-MV-DATA (WRK-MV-IDX) TO REL-DET-DATA
               MOVE WRK-MV-TIPO (WRK-MV-IDX) TO REL-DET-TIPO
               MOVE WRK-MV-VALOR (WRK-MV-IDX) TO REL-DET-VALOR
               MOVE WRK-MV-ORIGEM (WRK-MV-IDX) TO REL-DET-HISTORICO
               MOVE REL-DETALHE TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       0300-FINALIZAR.
           CLOSE RELATORIO-CONCILIACAO.
           IF WRK-QTDE-CONTAS > 0
               IF WRK-QTDE-DIVERGENCIAS > 0
                   MOVE 4 TO RETURN-CODE
                   MOVE 'CONCILIACAO COM DIVERGENCIAS'
                       TO WRK-AUDIT-RESULTADO
               ELSE
                   MOVE 'EXTRATO CONCILIADO' TO WRK-AUDIT-RESULTADO
               END-IF
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - CONTAS CONCILIADAS: '
                   WRK-QTDE-CONTAS ' DIVERGENTES: '
                   WRK-QTDE-DIVERGENCIAS.

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
           MOVE 'PROGCOB55R' TO AUDIT-PROGRAMA.
           MOVE 'LOTE EXTBANCO' TO AUDIT-ENTRADA-CHAVE.
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
