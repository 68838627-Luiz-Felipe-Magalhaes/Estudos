       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB55P.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: POSICAO DIARIA DE CAIXA POR CONTA BANCARIA - PARA A
      *           DATA INFORMADA (ZEROS = HOJE), CADA CONTA DO BANCOMST
      *           PARTE DO SALDO INICIAL DO CADASTRO E SOMA OS
      *           MOVIMENTOS DO MOVBANCO DESDE A DATA DESSE SALDO ATE A
      *           VESPERA (SALDO DE ABERTURA); OS MOVIMENTOS DO DIA SAO
      *           MOSTRADOS COMO ENTRADAS POR ORIGEM E SAIDAS POR
      *           DESTINO, E O SALDO DE FECHAMENTO FECHA O BLOCO DA
      *           CONTA NO RELPOSCX. A SOMA DOS SALDOS DE FECHAMENTO
      *           VAI PARA O POSCAIXA, PONTO DE PARTIDA DA PROJECAO DE
      *           FLUXO DE CAIXA (PROGCOB23)
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
           SELECT MOVIMENTO-BANCO ASSIGN TO 'MOVBANCO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVB.
           SELECT RELATORIO-POSICAO ASSIGN TO 'RELPOSCX'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSICAO-CAIXA ASSIGN TO 'POSCAIXA'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  BANCO-MASTER.
           COPY CPBANCO.
       FD  MOVIMENTO-BANCO.
           COPY CPMOVBCO.
       FD  RELATORIO-POSICAO.
       01  REL-LINHA                 PIC X(80).
       FD  POSICAO-CAIXA.
           COPY CPPOSCX.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-BANCO              PIC X(02) VALUE '00'.
       77  WRK-FS-MOVB               PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-DATA-POSICAO          PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-ABERTURA        PIC S9(11)V99 VALUE ZERO.
       77  WRK-TOTAL-ENTRADAS        PIC 9(11)V99 VALUE ZERO.
       77  WRK-TOTAL-SAIDAS          PIC 9(11)V99 VALUE ZERO.
       77  WRK-TOTAL-FECHAMENTO      PIC S9(11)V99 VALUE ZERO.
       77  WRK-FECHAMENTO-CONTA      PIC S9(11)V99 VALUE ZERO.
       77  WRK-TIPO-IMPRESSAO        PIC X(01) VALUE SPACES.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
      ******************************* CONTAS DO BANCOMST
       77  WRK-QTDE-CONTAS           PIC 9(03) VALUE ZERO.
       77  WRK-CT-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-CT-SW                 PIC X(01) VALUE 'N'.
           88  WRK-CT-ACHOU              VALUE 'S'.
       01  WRK-TABELA-CONTAS.
           05  WRK-CONTA-LINHA OCCURS 1 TO 50 TIMES
                                DEPENDING ON WRK-QTDE-CONTAS.
               10  WRK-CT-CONTA          PIC X(04).
               10  WRK-CT-NOME           PIC X(20).
               10  WRK-CT-DATA-SALDO     PIC 9(08).
               10  WRK-CT-ABERTURA       PIC S9(11)V99.
               10  WRK-CT-ENTRADAS       PIC 9(11)V99.
               10  WRK-CT-SAIDAS         PIC 9(11)V99.
      ******************************* MOVIMENTOS DO DIA AGRUPADOS POR
      ******************************* CONTA, SENTIDO E ORIGEM/DESTINO
       77  WRK-QTDE-GRUPOS           PIC 9(03) VALUE ZERO.
       77  WRK-GR-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-GR-SW                 PIC X(01) VALUE 'N'.
           88  WRK-GR-ACHOU              VALUE 'S'.
       01  WRK-TABELA-GRUPOS.
           05  WRK-GRUPO OCCURS 1 TO 500 TIMES
                          DEPENDING ON WRK-QTDE-GRUPOS.
               10  WRK-GR-CONTA          PIC X(04).
               10  WRK-GR-TIPO           PIC X(01).
               10  WRK-GR-ORIGEM         PIC X(10).
               10  WRK-GR-VALOR          PIC 9(11)V99.
       01  REL-CABECALHO.
           05  FILLER                PIC X(32) VALUE
               'POSICAO DIARIA DE CAIXA - DATA '.
           05  REL-CAB-DATA          PIC 9(08).
       01  REL-CONTA.
           05  FILLER                PIC X(07) VALUE 'CONTA '.
           05  REL-CTA-CONTA         PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  REL-CTA-NOME          PIC X(20).
       01  REL-SALDO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-SAL-TITULO        PIC X(30).
           05  REL-SAL-VALOR         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  REL-GRUPO.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  REL-GR-SENTIDO        PIC X(08).
           05  REL-GR-ORIGEM         PIC X(10).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  REL-GR-VALOR          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-SOMAR-MOVIMENTOS.
           PERFORM 0240-IMPRIMIR-CONTA
               VARYING WRK-CT-IDX FROM 1 BY 1
               UNTIL WRK-CT-IDX > WRK-QTDE-CONTAS.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           DISPLAY 'DATA DA POSICAO (AAAAMMDD, ZEROS = HOJE)..'.
           ACCEPT WRK-DATA-POSICAO FROM CONSOLE.
           IF WRK-DATA-POSICAO = ZEROS
               ACCEPT WRK-DATA-POSICAO FROM DATE YYYYMMDD
           END-IF.
           MOVE ZERO TO WRK-QTDE-CONTAS.
           MOVE ZERO TO WRK-QTDE-GRUPOS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT BANCO-MASTER.
           IF WRK-FS-BANCO NOT = '00'
               DISPLAY 'CADASTRO DE CONTAS BANCOMST AUSENTE'
               MOVE 8 TO RETURN-CODE
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0110-LER-CONTA
               PERFORM 0120-GUARDAR-CONTA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE BANCO-MASTER
           END-IF.
           OPEN OUTPUT RELATORIO-POSICAO.
           MOVE WRK-DATA-POSICAO TO REL-CAB-DATA.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.

       0110-LER-CONTA.
           READ BANCO-MASTER
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* CONTA INATIVA CONTINUA NA
      ******************************* POSICAO ENQUANTO TIVER SALDO;
      ******************************* A SITUACAO SO BLOQUEIA NOVOS
      ******************************* MOVIMENTOS
       0120-GUARDAR-CONTA.
           IF WRK-QTDE-CONTAS < 50
               ADD 1 TO WRK-QTDE-CONTAS
               MOVE WRK-QTDE-CONTAS TO WRK-CT-IDX
               MOVE BANCO-CODIGO TO WRK-CT-CONTA (WRK-CT-IDX)
               MOVE BANCO-NOME   TO WRK-CT-NOME (WRK-CT-IDX)
               MOVE BANCO-DATA-SALDO-INICIAL
                   TO WRK-CT-DATA-SALDO (WRK-CT-IDX)
               MOVE BANCO-SALDO-INICIAL
                   TO WRK-CT-ABERTURA (WRK-CT-IDX)
               MOVE ZERO TO WRK-CT-ENTRADAS (WRK-CT-IDX)
               MOVE ZERO TO WRK-CT-SAIDAS (WRK-CT-IDX)
           ELSE
               DISPLAY 'TABELA DE CONTAS CHEIA - CONTA IGNORADA: '
                       BANCO-CODIGO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0110-LER-CONTA.

      ******************************* ANTES DA DATA: VAI PARA O SALDO
      ******************************* DE ABERTURA; NA DATA: ENTRADAS E
      ******************************* SAIDAS DO DIA; DEPOIS: IGNORADO
       0200-SOMAR-MOVIMENTOS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT MOVIMENTO-BANCO.
           IF WRK-FS-MOVB NOT = '00'
               DISPLAY 'MOVBANCO AUSENTE - SO OS SALDOS INICIAIS'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0201-LER-MOVIMENTO
               PERFORM 0202-SOMAR-MOVIMENTO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE MOVIMENTO-BANCO
           END-IF.

       0201-LER-MOVIMENTO.
           READ MOVIMENTO-BANCO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0202-SOMAR-MOVIMENTO.
           MOVE 'N' TO WRK-CT-SW.
           PERFORM 0210-COMPARAR-CONTA
               VARYING WRK-CT-IDX FROM 1 BY 1
               UNTIL WRK-CT-IDX > WRK-QTDE-CONTAS
                  OR WRK-CT-ACHOU.
           IF WRK-CT-ACHOU
               SUBTRACT 1 FROM WRK-CT-IDX
               IF MOVB-DATA NOT < WRK-CT-DATA-SALDO (WRK-CT-IDX)
                   IF MOVB-DATA < WRK-DATA-POSICAO
                       IF MOVB-ENTRADA
                           ADD MOVB-VALOR
                               TO WRK-CT-ABERTURA (WRK-CT-IDX)
                       ELSE
                           SUBTRACT MOVB-VALOR
                               FROM WRK-CT-ABERTURA (WRK-CT-IDX)
                       END-IF
                   END-IF
                   IF MOVB-DATA = WRK-DATA-POSICAO
                       PERFORM 0220-SOMAR-DIA
                   END-IF
               END-IF
           END-IF.
           PERFORM 0201-LER-MOVIMENTO.

       0210-COMPARAR-CONTA.
           IF WRK-CT-CONTA (WRK-CT-IDX) = MOVB-CONTA
               SET WRK-CT-ACHOU TO TRUE
           END-IF.

       0220-SOMAR-DIA.
           IF MOVB-ENTRADA
               ADD MOVB-VALOR TO WRK-CT-ENTRADAS (WRK-CT-IDX)
           ELSE
               ADD MOVB-VALOR TO WRK-CT-SAIDAS (WRK-CT-IDX)
           END-IF.
           MOVE 'N' TO WRK-GR-SW.
           PERFORM 0221-COMPARAR-GRUPO
               VARYING WRK-GR-IDX FROM 1 BY 1
               UNTIL WRK-GR-IDX > WRK-QTDE-GRUPOS
                  OR WRK-GR-ACHOU.
           IF WRK-GR-ACHOU
               SUBTRACT 1 FROM WRK-GR-IDX
               ADD MOVB-VALOR TO WRK-GR-VALOR (WRK-GR-IDX)
           ELSE
               IF WRK-QTDE-GRUPOS < 500
                   ADD 1 TO WRK-QTDE-GRUPOS
                   MOVE WRK-QTDE-GRUPOS TO WRK-GR-IDX
                   MOVE MOVB-CONTA  TO WRK-GR-CONTA (WRK-GR-IDX)
                   MOVE MOVB-TIPO   TO WRK-GR-TIPO (WRK-GR-IDX)
                   MOVE MOVB-ORIGEM TO WRK-GR-ORIGEM (WRK-GR-IDX)
                   MOVE MOVB-VALOR  TO WRK-GR-VALOR (WRK-GR-IDX)
               END-IF
           END-IF.

       0221-COMPARAR-GRUPO.
           IF WRK-GR-CONTA (WRK-GR-IDX) = MOVB-CONTA
              AND WRK-GR-TIPO (WRK-GR-IDX) = MOVB-TIPO
              AND WRK-GR-ORIGEM (WRK-GR-IDX) = MOVB-ORIGEM
               SET WRK-GR-ACHOU TO TRUE
           END-IF.

      ******************************* BLOCO DE UMA CONTA: ABERTURA,
      ******************************* ENTRADAS POR ORIGEM, SAIDAS POR
      ******************************* DESTINO E FECHAMENTO
       0240-IMPRIMIR-CONTA.
           MOVE WRK-CT-CONTA (WRK-CT-IDX) TO REL-CTA-CONTA.
           MOVE WRK-CT-NOME (WRK-CT-IDX)  TO REL-CTA-NOME.
           MOVE REL-CONTA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'SALDO DE ABERTURA' TO REL-SAL-TITULO.
           MOVE WRK-CT-ABERTURA (WRK-CT-IDX) TO REL-SAL-VALOR.
           MOVE REL-SALDO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'E' TO WRK-TIPO-IMPRESSAO.
           MOVE 'ENTRADA' TO REL-GR-SENTIDO.
           PERFORM 0250-IMPRIMIR-GRUPO
               VARYING WRK-GR-IDX FROM 1 BY 1
               UNTIL WRK-GR-IDX > WRK-QTDE-GRUPOS.
           MOVE 'S' TO WRK-TIPO-IMPRESSAO.
           MOVE 'SAIDA' TO REL-GR-SENTIDO.
           PERFORM 0250-IMPRIMIR-GRUPO
               VARYING WRK-GR-IDX FROM 1 BY 1
               UNTIL WRK-GR-IDX > WRK-QTDE-GRUPOS.
           COMPUTE WRK-FECHAMENTO-CONTA =
               WRK-CT-ABERTURA (WRK-CT-IDX)
               + WRK-CT-ENTRADAS (WRK-CT-IDX)
               - WRK-CT-SAIDAS (WRK-CT-IDX).
           MOVE 'SALDO DE FECHAMENTO' TO REL-SAL-TITULO.
           MOVE WRK-FECHAMENTO-CONTA TO REL-SAL-VALOR.
           MOVE REL-SALDO TO REL-LINHA.
           WRITE REL-LINHA.
           ADD WRK-CT-ABERTURA (WRK-CT-IDX) TO WRK-TOTAL-ABERTURA.
           ADD WRK-CT-ENTRADAS (WRK-CT-IDX) TO WRK-TOTAL-ENTRADAS.
           ADD WRK-CT-SAIDAS (WRK-CT-IDX)   TO WRK-TOTAL-SAIDAS.
           ADD WRK-FECHAMENTO-CONTA         TO WRK-TOTAL-FECHAMENTO.

       0250-IMPRIMIR-GRUPO.
           IF WRK-GR-CONTA (WRK-GR-IDX) = WRK-CT-CONTA (WRK-CT-IDX)
              AND WRK-GR-TIPO (WRK-GR-IDX) = WRK-TIPO-IMPRESSAO
               MOVE WRK-GR-ORIGEM (WRK-GR-IDX) TO REL-GR-ORIGEM
               MOVE WRK-GR-VALOR (WRK-GR-IDX)  TO REL-GR-VALOR
               MOVE REL-GRUPO TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

      ******************************* TOTAL DE TODAS AS CONTAS E
      ******************************* POSICAO PARA A PROJECAO DE CAIXA
       0300-FINALIZAR.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TOTAL - SALDO DE ABERTURA' TO REL-SAL-TITULO.
           MOVE WRK-TOTAL-ABERTURA TO REL-SAL-VALOR.
           MOVE REL-SALDO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TOTAL - ENTRADAS DO DIA' TO REL-SAL-TITULO.
           MOVE WRK-TOTAL-ENTRADAS TO REL-SAL-VALOR.
           MOVE REL-SALDO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TOTAL - SAIDAS DO DIA' TO REL-SAL-TITULO.
           MOVE WRK-TOTAL-SAIDAS TO REL-SAL-VALOR.
           MOVE REL-SALDO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TOTAL - SALDO DE FECHAMENTO' TO REL-SAL-TITULO.
           MOVE WRK-TOTAL-FECHAMENTO TO REL-SAL-VALOR.
           MOVE REL-SALDO TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-POSICAO.
           OPEN OUTPUT POSICAO-CAIXA.
           INITIALIZE POSCX-REGISTRO.
           MOVE WRK-DATA-POSICAO     TO POSCX-DATA.
           MOVE WRK-QTDE-CONTAS      TO POSCX-QTDE-CONTAS.
           MOVE WRK-TOTAL-FECHAMENTO TO POSCX-SALDO-FINAL.
           WRITE POSCX-REGISTRO.
           CLOSE POSICAO-CAIXA.
           MOVE 'POSICAO DE CAIXA GERADA' TO WRK-AUDIT-RESULTADO.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - POSICAO DE CAIXA DE '
                   WRK-DATA-POSICAO ' - CONTAS: ' WRK-QTDE-CONTAS.

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
           MOVE 'PROGCOB55P' TO AUDIT-PROGRAMA.
           MOVE WRK-DATA-POSICAO TO AUDIT-ENTRADA-CHAVE.
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
