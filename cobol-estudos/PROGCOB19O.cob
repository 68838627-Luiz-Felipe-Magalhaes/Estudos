      *           ABATENDO OS SINISTROS PAGOS COMO LA; DEPARTAMENTO
      *           COM CONSUMO ACIMA DO PERCENTUAL DE ALERTA (ORCAPAR)
      *           E SINALIZADO NO RELATORIO (RELORCAM) - O RELATORIO
      *           QUE A DIRETORIA MONTAVA COM DOIS IMPRESSOS E LAPIS.
      *           A DEPRECIACAO DO IMOBILIZADO DE CADA DEPARTAMENTO VEM
      *           DO EXTRATO DEPREEXT GRAVADO PELO PROGCOB53D
      * DATA   = 02/09/2026
      * HISTORICO DE ALTERACOES
      * 02/09/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - ORCADO E REALIZADO DE DEPRECIACAO (DEPREEXT)
      * 15/10/2026 FM - GRAVA TAMBEM O EXTRATO DE CONSUMO DO ORCAMENTO
      *                 POR DEPARTAMENTO (ORCAREAL), USADO PELO LOTE DE
      *                 PLR (PROGCOB31R) NO MULTIPLICADOR DO
      *                 DEPARTAMENTO
      * 15/10/2026 FM - O DESCONTO DE FALTAS E DSR (TIPO F DO FOLHAEXT)
      *                 E SUBTRAIDO DO TOTAL DA FOLHA
      * 15/10/2026 FM - O REEMBOLSO DE DESPESAS APROVADO (TIPO E DO
      *                 FOLHAEXT, LOTE PROGCOB58P) ENTRA COMO REALIZADO
      *                 DO DEPARTAMENTO EM LINHA PROPRIA DO RELATORIO,
      *                 FORA DA FOLHA, E NO TOTAL REALIZADO DO ORCAREAL
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS SINISTRO-NUMERO
               FILE STATUS IS WRK-FS-SINISTRO.
           SELECT DEPRECIACAO-EXTRATO ASSIGN TO 'DEPREEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEPRE.
           SELECT RELATORIO-ORCAMENTO ASSIGN TO 'RELORCAM'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONSUMO-ORCAMENTO ASSIGN TO 'ORCAREAL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           05  ORC-ANO               PIC 9(04).
           05  ORC-FOLHA             PIC 9(09)V99.
           05  ORC-FRETE             PIC 9(09)V99.
           05  ORC-DEPRECIACAO       PIC 9(09)V99.
       FD  PARAM-ORCAMENTO.
       01  ORCPAR-REGISTRO.
           05  ORCPAR-PERC-ALERTA    PIC 9(03).
           COPY CPFCAL.
       FD  SINISTRO-MASTER.
           COPY CPSINIST.
       FD  DEPRECIACAO-EXTRATO.
           COPY CPDEPRE.
       FD  RELATORIO-ORCAMENTO.
       01  REL-LINHA                 PIC X(120).
       FD  CONSUMO-ORCAMENTO.
           COPY CPORCREA.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-FOLHA              PIC X(02) VALUE '00'.
       77  WRK-FS-FCAL               PIC X(02) VALUE '00'.
       77  WRK-FS-SINISTRO           PIC X(02) VALUE '00'.
       77  WRK-FS-DEPRE              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       77  WRK-ANO                   PIC 9(04) VALUE ZEROS.
           88  WRK-DP-ACHOU              VALUE 'S'.
       77  WRK-PERC-FOLHA            PIC 9(05)V99 VALUE ZERO.
       77  WRK-PERC-FRETE            PIC 9(05)V99 VALUE ZERO.
       77  WRK-PERC-DEPREC           PIC 9(05)V99 VALUE ZERO.
       77  WRK-ORCADO-TOTAL          PIC 9(11)V99 VALUE ZERO.
       77  WRK-REALIZADO-TOTAL       PIC S9(11)V99 VALUE ZERO.
       77  WRK-QTDE-ALERTAS          PIC 9(03) VALUE ZERO.
       77  WRK-DEPTO-BUSCA           PIC X(04) VALUE SPACES.
       01  WRK-TABELA-DEPTOS.
               10  WRK-DP-CODIGO         PIC X(04).
               10  WRK-DP-ORC-FOLHA      PIC 9(09)V99.
               10  WRK-DP-ORC-FRETE      PIC 9(09)V99.
               10  WRK-DP-REAL-FOLHA     PIC S9(09)V99.
               10  WRK-DP-REAL-FRETE     PIC S9(09)V99.
               10  WRK-DP-ORC-DEPREC     PIC 9(09)V99.
               10  WRK-DP-REAL-DEPREC    PIC 9(09)V99.
               10  WRK-DP-REAL-REEMB     PIC 9(09)V99.
       01  REL-CABECALHO.
           05  FILLER                PIC X(50) VALUE
               'ORCADO X REALIZADO POR DEPARTAMENTO - ATE '.
           05  FILLER                PIC X(01) VALUE '%'.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-FLAG-FRETE    PIC X(10).
       01  REL-DETALHE-3.
           05  FILLER                PIC X(11) VALUE SPACES.
           05  FILLER                PIC X(14) VALUE '  DEPRE ORC='.
           05  REL-DET-ORC-DEPREC    PIC $ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(07) VALUE ' REAL='.
           05  REL-DET-REAL-DEPREC   PIC $ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(07) VALUE ' CONS='.
           05  REL-DET-PERC-DEPREC   PIC ZZZZ9,99.
           05  FILLER                PIC X(01) VALUE '%'.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-FLAG-DEPREC   PIC X(10).
       01  REL-DETALHE-4.
           05  FILLER                PIC X(11) VALUE SPACES.
           05  FILLER                PIC X(14) VALUE '  REEMB ORC='.
           05  FILLER                PIC X(15) VALUE
               '  SEM ORCAMENTO'.
           05  FILLER                PIC X(07) VALUE ' REAL='.
           05  REL-DET-REAL-REEMB    PIC $ZZZ.ZZZ.ZZ9,99.
       01  REL-TOTAL.
           05  FILLER                PIC X(35) VALUE
               'DEPARTAMENTOS ACIMA DO ALERTA..... '.
           PERFORM 0150-CARREGAR-ORCAMENTO.
           PERFORM 0200-SOMAR-FOLHA.
           PERFORM 0220-SOMAR-FRETE.
           PERFORM 0230-SOMAR-DEPRECIACAO.
           PERFORM 0300-FINALIZAR.
           GOBACK.

           COMPUTE WRK-ANO = WRK-ANOMES / 100.
           PERFORM 0120-CARREGAR-PARAMETROS.
           OPEN OUTPUT RELATORIO-ORCAMENTO.
           OPEN OUTPUT CONSUMO-ORCAMENTO.
           MOVE WRK-ANOMES TO REL-CAB-ANOMES.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
               MOVE ORC-FRETE TO WRK-DP-ORC-FRETE (WRK-QTDE-DEPTOS)
               MOVE ZERO TO WRK-DP-REAL-FOLHA (WRK-QTDE-DEPTOS)
               MOVE ZERO TO WRK-DP-REAL-FRETE (WRK-QTDE-DEPTOS)
               MOVE ORC-DEPRECIACAO
                   TO WRK-DP-ORC-DEPREC (WRK-QTDE-DEPTOS)
               MOVE ZERO TO WRK-DP-REAL-DEPREC (WRK-QTDE-DEPTOS)
               MOVE ZERO TO WRK-DP-REAL-REEMB (WRK-QTDE-DEPTOS)
           END-IF.
           PERFORM 0151-LER-ORCAMENTO.

      ******************************* REALIZADO DE FOLHA NO ANO, ATE O
      ******************************* MES DE REFERENCIA, POR
      ******************************* DEPARTAMENTO; O REEMBOLSO DE
      ******************************* DESPESAS (TIPO E, PROGCOB58P) E
      ******************************* GASTO REALIZADO DO DEPARTAMENTO
      ******************************* EM LINHA PROPRIA, FORA DA FOLHA
       0200-SOMAR-FOLHA.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT FOLHA-EXTRATO.
               MOVE FOLHA-DEPARTAMENTO TO WRK-DEPTO-BUSCA
               PERFORM 0250-LOCALIZAR-DEPTO
               IF WRK-DP-ACHOU
                   EVALUATE TRUE
                       WHEN FOLHA-MOV-FALTAS
                           SUBTRACT FOLHA-VALOR-AUMENTO
                               FROM WRK-DP-REAL-FOLHA (WRK-DP-IDX)
                       WHEN FOLHA-MOV-REEMBOLSO
                           ADD FOLHA-VALOR-AUMENTO
                               TO WRK-DP-REAL-REEMB (WRK-DP-IDX)
                       WHEN OTHER
                           ADD FOLHA-VALOR-AUMENTO
                               TO WRK-DP-REAL-FOLHA (WRK-DP-IDX)
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 0201-LER-FOLHA.
           END-IF.
           PERFORM 0221-LER-FRETE.

      ******************************* REALIZADO DE DEPRECIACAO NO ANO
      ******************************* POR DEPARTAMENTO, DO EXTRATO DO
      ******************************* PROGCOB53D
       0230-SOMAR-DEPRECIACAO.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT DEPRECIACAO-EXTRATO.
           IF WRK-FS-DEPRE NOT = '00'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0231-LER-DEPRECIACAO
               PERFORM 0232-ACUMULAR-DEPRECIACAO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE DEPRECIACAO-EXTRATO
           END-IF.

       0231-LER-DEPRECIACAO.
           READ DEPRECIACAO-EXTRATO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0232-ACUMULAR-DEPRECIACAO.
           IF DEPRE-ANOMES (1:4) = WRK-ANO
              AND DEPRE-ANOMES <= WRK-ANOMES
               MOVE DEPRE-DEPARTAMENTO TO WRK-DEPTO-BUSCA
               PERFORM 0250-LOCALIZAR-DEPTO
               IF WRK-DP-ACHOU
                   ADD DEPRE-VALOR TO WRK-DP-REAL-DEPREC (WRK-DP-IDX)
               END-IF
           END-IF.
           PERFORM 0231-LER-DEPRECIACAO.

       0250-LOCALIZAR-DEPTO.
           MOVE 'N' TO WRK-DP-SW.
           PERFORM 0251-COMPARAR-DEPTO
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-ORCAMENTO.
           CLOSE CONSUMO-ORCAMENTO.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - DEPARTAMENTOS: '
           END-IF.
           MOVE REL-DETALHE-2 TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-DP-ORC-DEPREC (WRK-DP-IDX) TO REL-DET-ORC-DEPREC.
           MOVE WRK-DP-REAL-DEPREC (WRK-DP-IDX)
               TO REL-DET-REAL-DEPREC.
           IF WRK-DP-ORC-DEPREC (WRK-DP-IDX) > ZERO
               COMPUTE WRK-PERC-DEPREC ROUNDED =
                   (WRK-DP-REAL-DEPREC (WRK-DP-IDX) * 100)
                   / WRK-DP-ORC-DEPREC (WRK-DP-IDX)
           ELSE
               MOVE ZERO TO WRK-PERC-DEPREC
           END-IF.
           MOVE WRK-PERC-DEPREC TO REL-DET-PERC-DEPREC.
           IF WRK-PERC-DEPREC > WRK-PERC-ALERTA
               ADD 1 TO WRK-QTDE-ALERTAS
               MOVE '** ALERTA' TO REL-DET-FLAG-DEPREC
           ELSE
               MOVE SPACES TO REL-DET-FLAG-DEPREC
           END-IF.
           MOVE REL-DETALHE-3 TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-DP-REAL-REEMB (WRK-DP-IDX) > ZERO
               MOVE WRK-DP-REAL-REEMB (WRK-DP-IDX)
                   TO REL-DET-REAL-REEMB
               MOVE REL-DETALHE-4 TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM 0330-GRAVAR-CONSUMO.

      ******************************* CONSUMO TOTAL DO ORCAMENTO DO
      ******************************* DEPARTAMENTO (FOLHA, FRETE,
      ******************************* DEPRECIACAO E REEMBOLSO DE
      ******************************* DESPESAS) PARA O LOTE DE PLR
       0330-GRAVAR-CONSUMO.
           COMPUTE WRK-ORCADO-TOTAL =
               WRK-DP-ORC-FOLHA (WRK-DP-IDX)
               + WRK-DP-ORC-FRETE (WRK-DP-IDX)
               + WRK-DP-ORC-DEPREC (WRK-DP-IDX).
           COMPUTE WRK-REALIZADO-TOTAL =
               WRK-DP-REAL-FOLHA (WRK-DP-IDX)
               + WRK-DP-REAL-FRETE (WRK-DP-IDX)
               + WRK-DP-REAL-DEPREC (WRK-DP-IDX)
               + WRK-DP-REAL-REEMB (WRK-DP-IDX).
           INITIALIZE ORCREA-REGISTRO.
           MOVE WRK-ANOMES               TO ORCREA-ANOMES.
           MOVE WRK-DP-CODIGO (WRK-DP-IDX) TO ORCREA-DEPARTAMENTO.
           MOVE WRK-ORCADO-TOTAL         TO ORCREA-ORCADO.
           MOVE WRK-REALIZADO-TOTAL      TO ORCREA-REALIZADO.
           IF WRK-ORCADO-TOTAL > ZERO
              AND WRK-REALIZADO-TOTAL > ZERO
               COMPUTE ORCREA-PERC-CONSUMO ROUNDED =
                   (WRK-REALIZADO-TOTAL * 100) / WRK-ORCADO-TOTAL
           END-IF.
           WRITE ORCREA-REGISTRO.

      ******************************* GRAVA A TRILHA DE AUDITORIA
       0310-GRAVAR-AUDITORIA.
