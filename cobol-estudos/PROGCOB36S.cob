      * DATA   = 02/09/2026
      * HISTORICO DE ALTERACOES
      * 02/09/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - ACRESCENTADO AO RELATORIO O CUSTO DAS BOLSAS DE
      *                 ESTUDO NO ANO CORRENTE POR TURMA (MENS-BOLSA POR
      *                 MENS-TURMA, GRAVADOS PELO PROGCOB36B), PAGAS OU
      *                 EM ABERTO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-TOTAL-ATE30           PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-ATE60           PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-MAIS60          PIC 9(09)V99 VALUE ZERO.
       77  WRK-ANO-HOJE              PIC 9(04) VALUE ZERO.
       77  WRK-ANO-MENS              PIC 9(04) VALUE ZERO.
       77  WRK-TOTAL-BOLSAS          PIC 9(09)V99 VALUE ZERO.
      ******************************* CUSTO DAS BOLSAS NO ANO POR TURMA
       77  WRK-QTDE-TURMAS           PIC 9(03) VALUE ZERO.
       77  WRK-TB-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-TB-SW                 PIC X(01) VALUE 'N'.
           88  WRK-TB-ACHOU              VALUE 'S'.
       01  WRK-TABELA-TURMAS.
           05  WRK-TURMA-BOLSA OCCURS 1 TO 50 TIMES
                               DEPENDING ON WRK-QTDE-TURMAS.
               10  WRK-TB-TURMA          PIC X(20).
               10  WRK-TB-QTDE           PIC 9(05).
               10  WRK-TB-VALOR          PIC 9(09)V99.
       01  REL-CABECALHO.
           05  FILLER                PIC X(50) VALUE
               'AGING DAS MENSALIDADES ESCOLARES EM ABERTO'.
           05  REL-TF-ATE60          PIC $ZZZ.ZZ9,99.
           05  FILLER                PIC X(10) VALUE '  MAIS60='.
           05  REL-TF-MAIS60         PIC $ZZZ.ZZ9,99.
       01  REL-BOLSA-CABECALHO.
           05  FILLER                PIC X(36) VALUE
               'CUSTO DAS BOLSAS DE ESTUDO NO ANO '.
           05  REL-BC-ANO            PIC 9(04).
           05  FILLER                PIC X(12) VALUE ' POR TURMA'.
       01  REL-BOLSA-DETALHE.
           05  FILLER                PIC X(07) VALUE 'TURMA='.
           05  REL-BD-TURMA          PIC X(20).
           05  FILLER                PIC X(17) VALUE
               ' MESES C/ BOLSA='.
           05  REL-BD-QTDE           PIC ZZZZ9.
           05  FILLER                PIC X(08) VALUE ' CUSTO='.
           05  REL-BD-VALOR          PIC $ZZZ.ZZZ.ZZ9,99.
       01  REL-BOLSA-TOTAL.
           05  FILLER                PIC X(27) VALUE
               'CUSTO TOTAL DAS BOLSAS....='.
           05  REL-BT-VALOR          PIC $ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATAHOJE (1:4) TO WRK-ANO-HOJE.
           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WRK-DATAHOJE).
           OPEN INPUT MENSALIDADE-MASTER.
           END-READ.

       0200-PROCESSAR.
           MOVE MENS-ANOMES (1:4) TO WRK-ANO-MENS.
           IF MENS-BOLSA > ZERO
              AND WRK-ANO-MENS = WRK-ANO-HOJE
               PERFORM 0220-ACUMULAR-BOLSA
           END-IF.
           IF MENS-STATUS-ABERTA
               ADD 1 TO WRK-QTDE-ABERTAS
               PERFORM 0210-CLASSIFICAR-MENSALIDADE
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************* SOMA A BOLSA DO MES NA TURMA DA
      ******************************* MENSALIDADE
       0220-ACUMULAR-BOLSA.
           MOVE 'N' TO WRK-TB-SW.
           PERFORM 0221-COMPARAR-TURMA
               VARYING WRK-TB-IDX FROM 1 BY 1
               UNTIL WRK-TB-IDX > WRK-QTDE-TURMAS OR WRK-TB-ACHOU.
           IF WRK-TB-ACHOU
               SUBTRACT 1 FROM WRK-TB-IDX
           ELSE
               IF WRK-QTDE-TURMAS < 50
                   ADD 1 TO WRK-QTDE-TURMAS
                   MOVE WRK-QTDE-TURMAS TO WRK-TB-IDX
                   MOVE MENS-TURMA TO WRK-TB-TURMA (WRK-TB-IDX)
                   MOVE ZERO TO WRK-TB-QTDE (WRK-TB-IDX)
                   MOVE ZERO TO WRK-TB-VALOR (WRK-TB-IDX)
                   SET WRK-TB-ACHOU TO TRUE
               END-IF
           END-IF.
           IF WRK-TB-ACHOU
               ADD 1 TO WRK-TB-QTDE (WRK-TB-IDX)
               ADD MENS-BOLSA TO WRK-TB-VALOR (WRK-TB-IDX)
           END-IF.
           ADD MENS-BOLSA TO WRK-TOTAL-BOLSAS.

       0221-COMPARAR-TURMA.
           IF WRK-TB-TURMA (WRK-TB-IDX) = MENS-TURMA
               SET WRK-TB-ACHOU TO TRUE
           END-IF.

       0300-FINALIZAR.
           MOVE WRK-TOTAL-AVENCER TO REL-TF-AVENCER.
           MOVE WRK-TOTAL-ATE30   TO REL-TF-ATE30.
           MOVE WRK-TOTAL-MAIS60  TO REL-TF-MAIS60.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-ANO-HOJE TO REL-BC-ANO.
           MOVE REL-BOLSA-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0320-IMPRIMIR-TURMA
               VARYING WRK-TB-IDX FROM 1 BY 1
               UNTIL WRK-TB-IDX > WRK-QTDE-TURMAS.
           MOVE WRK-TOTAL-BOLSAS TO REL-BT-VALOR.
           MOVE REL-BOLSA-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-MENSALIDADES.
           IF WRK-FS-MENS = '00' OR WRK-FS-MENS = '10'
               CLOSE MENSALIDADE-MASTER
           DISPLAY 'FINAL DE PROCESSAMENTO - MENSALIDADES ABERTAS: '
                   WRK-QTDE-ABERTAS.

       0320-IMPRIMIR-TURMA.
           MOVE WRK-TB-TURMA (WRK-TB-IDX) TO REL-BD-TURMA.
           MOVE WRK-TB-QTDE (WRK-TB-IDX)  TO REL-BD-QTDE.
           MOVE WRK-TB-VALOR (WRK-TB-IDX) TO REL-BD-VALOR.
           MOVE REL-BOLSA-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************* GRAVA A TRILHA DE AUDITORIA
       0310-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITORIA-LOG.
