      *           TITULOS EM ABERTO DO CONTAS A PAGAR (CTAPAG) COMO
      *           SAIDA E O COMPROMISSO DE FOLHA VISIVEL NO EXTRATO
      *           FOLHAEXT (REPETIDO A CADA SEMANA PROJETADA), COM O
      *           LIQUIDO DA SEMANA E A POSICAO ACUMULADA, QUE PARTE
      *           DO SALDO DE FECHAMENTO DAS CONTAS BANCARIAS GRAVADO
      *           PELA POSICAO DIARIA DE CAIXA (POSCAIXA, PROGCOB55P)
      * DATA   = 02/09/2026
      * HISTORICO DE ALTERACOES
      * 02/09/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - POSICAO ACUMULADA PASSA A PARTIR DO SALDO REAL
      *                 DAS CONTAS BANCARIAS GRAVADO NO POSCAIXA PELO
      *                 PROGCOB55P (ZERO, COM AVISO, QUANDO AUSENTE)
      * 15/10/2026 FM - O DESCONTO DE FALTAS E DSR (TIPO F DO FOLHAEXT)
      *                 E SUBTRAIDO DO TOTAL DA FOLHA
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FOLHA-EXTRATO ASSIGN TO 'FOLHAEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHA.
           SELECT POSICAO-CAIXA ASSIGN TO 'POSCAIXA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-POSCX.
           SELECT FLUXO-CAIXA ASSIGN TO 'FLUXCAIX'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
           COPY CPCTAPAG.
       FD  FOLHA-EXTRATO.
           COPY CPFOLHA.
       FD  POSICAO-CAIXA.
           COPY CPPOSCX.
       FD  FLUXO-CAIXA.
       01  FLX-LINHA                 PIC X(100).
       FD  AUDITORIA-LOG.
       77  WRK-FS-CTAP               PIC X(02) VALUE '00'.
       77  WRK-FS-FOLHA              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-FS-POSCX              PIC X(02) VALUE '00'.
       77  WRK-POSICAO-INICIAL       PIC S9(11)V99 VALUE ZERO.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-HOJE             PIC 9(08) VALUE ZERO.
       77  WRK-DIAS-DOC              PIC 9(08) VALUE ZERO.
           88  WRK-FIM-PAGAR             VALUE 'S'.
       77  WRK-EOF-FOLHA-SW          PIC X(01) VALUE 'N'.
           88  WRK-FIM-FOLHA             VALUE 'S'.
       77  WRK-TOTAL-FOLHA-SEMANA    PIC S9(09)V99 VALUE ZERO.
       77  WRK-SX-IDX                PIC 9(01) VALUE ZERO.
       77  WRK-LIQUIDO-SEMANA        PIC S9(11)V99 VALUE ZERO.
       77  WRK-POSICAO-ACUMULADA     PIC S9(11)V99 VALUE ZERO.
           05  FLX-DET-LIQUIDO       PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(11) VALUE '  POSICAO='.
           05  FLX-DET-POSICAO       PIC -ZZZ.ZZZ.ZZ9,99.
       01  FLX-INICIAL.
           05  FILLER                PIC X(32) VALUE
               'POSICAO INICIAL - CAIXA EM '.
           05  FLX-INI-DATA          PIC 9(08).
           05  FILLER                PIC X(03) VALUE ' = '.
           05  FLX-INI-POSICAO       PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  FLX-INI-AVISO         PIC X(30).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           OPEN OUTPUT FLUXO-CAIXA.
           MOVE FLX-CABECALHO TO FLX-LINHA.
           WRITE FLX-LINHA.
           PERFORM 0110-LER-POSICAO-INICIAL.

      ******************************* A PROJECAO PARTE DO SALDO REAL
      ******************************* DAS CONTAS BANCARIAS; SEM O
      ******************************* POSCAIXA PARTE DE ZERO, COM AVISO
       0110-LER-POSICAO-INICIAL.
           MOVE ZERO TO WRK-POSICAO-INICIAL.
           MOVE SPACES TO FLX-INI-AVISO.
           MOVE ZEROS TO FLX-INI-DATA.
           OPEN INPUT POSICAO-CAIXA.
           IF WRK-FS-POSCX NOT = '00'
               MOVE 'POSCAIXA AUSENTE - ZERO' TO FLX-INI-AVISO
           ELSE
               READ POSICAO-CAIXA
                   AT END
                       MOVE 'POSCAIXA VAZIO - ZERO' TO FLX-INI-AVISO
                   NOT AT END
                       MOVE POSCX-DATA TO FLX-INI-DATA
                       MOVE POSCX-SALDO-FINAL TO WRK-POSICAO-INICIAL
                       COMPUTE WRK-DIAS-DOC =
                           FUNCTION INTEGER-OF-DATE (POSCX-DATA)
                       IF WRK-DIAS-DOC < WRK-DIAS-HOJE - 1
                           MOVE 'POSICAO DESATUALIZADA'
                               TO FLX-INI-AVISO
                       END-IF
               END-READ
               CLOSE POSICAO-CAIXA
           END-IF.
           IF FLX-INI-AVISO NOT = SPACES
               DISPLAY 'ATENCAO: ' FLX-INI-AVISO
           END-IF.
           MOVE WRK-POSICAO-INICIAL TO FLX-INI-POSICAO.
           MOVE FLX-INICIAL TO FLX-LINHA.
           WRITE FLX-LINHA.

      ******************************* DESCOBRE EM QUAL DAS 4 SEMANAS
      ******************************* CAI UMA DATA DE VENCIMENTO
           END-READ.

       0242-ACUMULAR-FOLHA.
           IF FOLHA-MOV-FALTAS
               SUBTRACT FOLHA-VALOR-AUMENTO FROM WRK-TOTAL-FOLHA-SEMANA
           ELSE
               ADD FOLHA-VALOR-AUMENTO TO WRK-TOTAL-FOLHA-SEMANA
           END-IF.
           PERFORM 0241-LER-FOLHA.

       0243-RATEAR-FOLHA-SEMANAS.
           ADD WRK-TOTAL-FOLHA-SEMANA TO WRK-SEM-SAIDAS (WRK-SX-IDX).

       0300-FINALIZAR.
           MOVE WRK-POSICAO-INICIAL TO WRK-POSICAO-ACUMULADA.
           PERFORM 0320-IMPRIMIR-SEMANA
               VARYING WRK-SX-IDX FROM 1 BY 1
               UNTIL WRK-SX-IDX > 4.
