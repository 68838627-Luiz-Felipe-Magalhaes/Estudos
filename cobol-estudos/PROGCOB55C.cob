       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB55C.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: CAPTURA DIARIA DOS MOVIMENTOS BANCARIOS POR CONTA
      *           (MOVBANCO) A PARTIR DOS ARQUIVOS QUE JA CHEGAM DO
      *           BANCO OU VAO PARA ELE:
      *           - RETBANCO  (RETORNO DA COBRANCA)  = ENTRADA COBRANCA
      *           - CARTLIQ   (LIQUIDACAO DO CARTAO) = ENTRADA CARTAO,
      *             PELO VALOR LIQUIDO CREDITADO;
      *           - REMBANCO  (REMESSA DA FOLHA)     = SAIDA FOLHA;
      *           - RETPAGTO  (RETORNO DE PAGAMENTO, SO OS
      *             CONFIRMADOS)                     = SAIDA FORNECEDOR.
      *           A CONTA DE CADA ORIGEM VEM DA TABELA DE ROTEAMENTO
      *           ROTABCO (ORIGEM -> CONTA DO BANCOMST), E A CONTA
      *           PRECISA ESTAR ATIVA. ORIGEM + DATA JA PRESENTE NO
      *           MOVBANCO NAO E CAPTURADA DE NOVO, PARA QUE A
      *           REEXECUCAO COM OS MESMOS ARQUIVOS NAO DUPLIQUE SALDO
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - O HEADER E O TRAILER DE CONTROLE DO REMBANCO
      *                 (LAYOUT CPCTLREM) SAO DESPREZADOS NA LEITURA DOS
      *                 PAGAMENTOS DA FOLHA
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCO-MASTER ASSIGN TO 'BANCOMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BANCO-CODIGO
               FILE STATUS IS WRK-FS-BANCO.
           SELECT ROTA-BANCO ASSIGN TO 'ROTABCO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ROTA.
           SELECT MOVIMENTO-BANCO ASSIGN TO 'MOVBANCO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVB.
           SELECT RETORNO-BANCARIO ASSIGN TO 'RETBANCO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RET.
           SELECT LIQUIDACAO-CARTAO ASSIGN TO 'CARTLIQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIQ.
           SELECT REMESSA-BANCARIA ASSIGN TO 'REMBANCO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMB.
           SELECT RETORNO-PAGAMENTO ASSIGN TO 'RETPAGTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETP.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  BANCO-MASTER.
           COPY CPBANCO.
       FD  ROTA-BANCO.
       01  ROTA-REGISTRO.
           05  ROTA-ORIGEM           PIC X(10).
           05  ROTA-CONTA            PIC X(04).
       FD  MOVIMENTO-BANCO.
           COPY CPMOVBCO.
       FD  RETORNO-BANCARIO.
       01  RET-REGISTRO.
           05  RET-DOCUMENTO         PIC 9(06).
           05  RET-DATA              PIC 9(08).
           05  RET-VALOR             PIC 9(09)V99.
       FD  LIQUIDACAO-CARTAO.
       01  LIQ-REGISTRO.
           05  LIQ-DATA              PIC 9(08).
           05  LIQ-VALOR-BRUTO       PIC 9(07)V99.
           05  LIQ-VALOR-LIQUIDO     PIC 9(07)V99.
       FD  REMESSA-BANCARIA.
       01  REMB-REGISTRO.
           05  REMB-MATRICULA        PIC 9(06).
           05  REMB-NOME             PIC X(20).
           05  REMB-VALOR            PIC 9(07)V99.
           05  REMB-DATA             PIC 9(08).
       FD  RETORNO-PAGAMENTO.
       01  RETP-REGISTRO.
           05  RETP-TITULO           PIC 9(06).
           05  RETP-DATA             PIC 9(08).
           05  RETP-VALOR            PIC 9(09)V99.
           05  RETP-SITUACAO         PIC X(01).
               88  RETP-CONFIRMADO       VALUE 'C'.
               88  RETP-REJEITADO        VALUE 'R'.
           05  RETP-MOTIVO           PIC X(30).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-BANCO              PIC X(02) VALUE '00'.
       77  WRK-FS-ROTA               PIC X(02) VALUE '00'.
       77  WRK-FS-MOVB               PIC X(02) VALUE '00'.
       77  WRK-FS-RET                PIC X(02) VALUE '00'.
       77  WRK-FS-LIQ                PIC X(02) VALUE '00'.
       77  WRK-FS-REMB               PIC X(02) VALUE '00'.
       77  WRK-FS-RETP               PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-ORIGEM                PIC X(10) VALUE SPACES.
       77  WRK-CONTA                 PIC X(04) VALUE SPACES.
       77  WRK-ROTA-SW               PIC X(01) VALUE 'N'.
           88  WRK-ROTA-OK               VALUE 'S'.
       77  WRK-DOCUMENTO-NUM         PIC 9(06) VALUE ZERO.
       77  WRK-QTDE-GRAVADOS         PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-REPETIDOS        PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-SEM-ROTA         PIC 9(07) VALUE ZERO.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
      ******************************* ROTEAMENTO ORIGEM -> CONTA
       77  WRK-QTDE-ROTAS            PIC 9(03) VALUE ZERO.
       77  WRK-RT-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-RT-SW                 PIC X(01) VALUE 'N'.
           88  WRK-RT-ACHOU              VALUE 'S'.
       01  WRK-TABELA-ROTAS.
           05  WRK-ROTA OCCURS 1 TO 20 TIMES
                         DEPENDING ON WRK-QTDE-ROTAS.
               10  WRK-RT-ORIGEM         PIC X(10).
               10  WRK-RT-CONTA          PIC X(04).
      ******************************* ORIGEM + DATA JA CAPTURADAS EM
      ******************************* EXECUCOES ANTERIORES
       77  WRK-QTDE-CAPTURADOS       PIC 9(04) VALUE ZERO.
       77  WRK-CP-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-CP-SW                 PIC X(01) VALUE 'N'.
           88  WRK-CP-ACHOU              VALUE 'S'.
       01  WRK-TABELA-CAPTURADOS.
           05  WRK-CAPTURADO OCCURS 1 TO 3000 TIMES
                              DEPENDING ON WRK-QTDE-CAPTURADOS.
               10  WRK-CP-ORIGEM         PIC X(10).
               10  WRK-CP-DATA           PIC 9(08).
      ******************************* MOVIMENTO MONTADO PELA ORIGEM
       01  WRK-MOVIMENTO.
           05  WRK-MV-DATA               PIC 9(08).
           05  WRK-MV-TIPO               PIC X(01).
           05  WRK-MV-DOCUMENTO          PIC X(10).
           05  WRK-MV-VALOR              PIC 9(09)V99.
           05  WRK-MV-HISTORICO          PIC X(30).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CAPTURAR-COBRANCA.
           PERFORM 0210-CAPTURAR-CARTAO.
           PERFORM 0220-CAPTURAR-FOLHA.
           PERFORM 0230-CAPTURAR-FORNECEDOR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0110-CARREGAR-ROTAS.
           PERFORM 0120-CARREGAR-CAPTURADOS.
           OPEN INPUT BANCO-MASTER.
           OPEN EXTEND MOVIMENTO-BANCO.
           IF WRK-FS-MOVB = '35'
               OPEN OUTPUT MOVIMENTO-BANCO
               CLOSE MOVIMENTO-BANCO
               OPEN EXTEND MOVIMENTO-BANCO
           END-IF.

       0110-CARREGAR-ROTAS.
           MOVE ZERO TO WRK-QTDE-ROTAS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT ROTA-BANCO.
           IF WRK-FS-ROTA NOT = '00'
               DISPLAY 'TABELA DE ROTEAMENTO ROTABCO AUSENTE'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0111-LER-ROTA
               PERFORM 0112-GUARDAR-ROTA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE ROTA-BANCO
           END-IF.

       0111-LER-ROTA.
           READ ROTA-BANCO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0112-GUARDAR-ROTA.
           IF WRK-QTDE-ROTAS < 20
               ADD 1 TO WRK-QTDE-ROTAS
               MOVE ROTA-ORIGEM TO WRK-RT-ORIGEM (WRK-QTDE-ROTAS)
               MOVE ROTA-CONTA  TO WRK-RT-CONTA (WRK-QTDE-ROTAS)
           END-IF.
           PERFORM 0111-LER-ROTA.

       0120-CARREGAR-CAPTURADOS.
           MOVE ZERO TO WRK-QTDE-CAPTURADOS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT MOVIMENTO-BANCO.
           IF WRK-FS-MOVB NOT = '00'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0121-LER-MOVIMENTO
               PERFORM 0122-GUARDAR-CAPTURADO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE MOVIMENTO-BANCO
           END-IF.

       0121-LER-MOVIMENTO.
           READ MOVIMENTO-BANCO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* SO A PRIMEIRA OCORRENCIA DE CADA
      ******************************* ORIGEM + DATA ENTRA NA TABELA;
      ******************************* TRANSFERENCIAS NAO CONTAM
       0122-GUARDAR-CAPTURADO.
           IF MOVB-ORIGEM NOT = 'TRANSFER'
               MOVE MOVB-ORIGEM TO WRK-ORIGEM
               MOVE MOVB-DATA   TO WRK-MV-DATA
               PERFORM 0260-PROCURAR-CAPTURADO
               IF NOT WRK-CP-ACHOU
                  AND WRK-QTDE-CAPTURADOS < 3000
                   ADD 1 TO WRK-QTDE-CAPTURADOS
                   MOVE MOVB-ORIGEM
                       TO WRK-CP-ORIGEM (WRK-QTDE-CAPTURADOS)
                   MOVE MOVB-DATA
                       TO WRK-CP-DATA (WRK-QTDE-CAPTURADOS)
               END-IF
           END-IF.
           PERFORM 0121-LER-MOVIMENTO.

      ******************************* RETORNO DA COBRANCA - ENTRADA
       0200-CAPTURAR-COBRANCA.
           MOVE 'COBRANCA' TO WRK-ORIGEM.
           PERFORM 0240-RESOLVER-CONTA.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT RETORNO-BANCARIO.
           IF WRK-FS-RET NOT = '00'
               DISPLAY 'RETBANCO AUSENTE - NADA A CAPTURAR'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0201-LER-COBRANCA
               PERFORM 0202-TRATAR-COBRANCA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE RETORNO-BANCARIO
           END-IF.

       0201-LER-COBRANCA.
           READ RETORNO-BANCARIO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0202-TRATAR-COBRANCA.
           MOVE RET-DATA      TO WRK-MV-DATA.
           MOVE 'E'           TO WRK-MV-TIPO.
           MOVE RET-DOCUMENTO TO WRK-DOCUMENTO-NUM.
           MOVE WRK-DOCUMENTO-NUM TO WRK-MV-DOCUMENTO.
           MOVE RET-VALOR     TO WRK-MV-VALOR.
           MOVE 'RECEBIMENTO DE COBRANCA' TO WRK-MV-HISTORICO.
           PERFORM 0250-GRAVAR-MOVIMENTO.
           PERFORM 0201-LER-COBRANCA.

      ******************************* LIQUIDACAO DO CARTAO - ENTRADA
      ******************************* PELO LIQUIDO QUE CAI NA CONTA
       0210-CAPTURAR-CARTAO.
           MOVE 'CARTAO' TO WRK-ORIGEM.
           PERFORM 0240-RESOLVER-CONTA.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT LIQUIDACAO-CARTAO.
           IF WRK-FS-LIQ NOT = '00'
               DISPLAY 'CARTLIQ AUSENTE - NADA A CAPTURAR'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0211-LER-CARTAO
               PERFORM 0212-TRATAR-CARTAO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE LIQUIDACAO-CARTAO
           END-IF.

       0211-LER-CARTAO.
           READ LIQUIDACAO-CARTAO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0212-TRATAR-CARTAO.
           MOVE LIQ-DATA          TO WRK-MV-DATA.
           MOVE 'E'               TO WRK-MV-TIPO.
           MOVE 'LIQ.CARTAO'      TO WRK-MV-DOCUMENTO.
           MOVE LIQ-VALOR-LIQUIDO TO WRK-MV-VALOR.
           MOVE 'LIQUIDACAO DE CARTAO' TO WRK-MV-HISTORICO.
           PERFORM 0250-GRAVAR-MOVIMENTO.
           PERFORM 0211-LER-CARTAO.

      ******************************* REMESSA DA FOLHA - SAIDA
       0220-CAPTURAR-FOLHA.
           MOVE 'FOLHA' TO WRK-ORIGEM.
           PERFORM 0240-RESOLVER-CONTA.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT REMESSA-BANCARIA.
           IF WRK-FS-REMB NOT = '00'
               DISPLAY 'REMBANCO AUSENTE - NADA A CAPTURAR'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0221-LER-FOLHA
               PERFORM 0222-TRATAR-FOLHA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE REMESSA-BANCARIA
           END-IF.

       0221-LER-FOLHA.
           READ REMESSA-BANCARIA
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* HEADER E TRAILER DE CONTROLE DO
      ******************************* REMBANCO (CPCTLREM) NAO SAO
      ******************************* PAGAMENTOS
       0222-TRATAR-FOLHA.
           IF REMB-REGISTRO (1:3) NOT = 'HDR'
              AND REMB-REGISTRO (1:3) NOT = 'TRL'
               MOVE REMB-DATA      TO WRK-MV-DATA
               MOVE 'S'            TO WRK-MV-TIPO
               MOVE REMB-MATRICULA TO WRK-DOCUMENTO-NUM
               MOVE WRK-DOCUMENTO-NUM TO WRK-MV-DOCUMENTO
               MOVE REMB-VALOR     TO WRK-MV-VALOR
               MOVE REMB-NOME      TO WRK-MV-HISTORICO
               PERFORM 0250-GRAVAR-MOVIMENTO
           END-IF.
           PERFORM 0221-LER-FOLHA.

      ******************************* RETORNO DE PAGAMENTO A
      ******************************* FORNECEDOR - SAIDA, SO OS
      ******************************* CONFIRMADOS PELO BANCO
       0230-CAPTURAR-FORNECEDOR.
           MOVE 'FORNECEDOR' TO WRK-ORIGEM.
           PERFORM 0240-RESOLVER-CONTA.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT RETORNO-PAGAMENTO.
           IF WRK-FS-RETP NOT = '00'
               DISPLAY 'RETPAGTO AUSENTE - NADA A CAPTURAR'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0231-LER-FORNECEDOR
               PERFORM 0232-TRATAR-FORNECEDOR
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE RETORNO-PAGAMENTO
           END-IF.

       0231-LER-FORNECEDOR.
           READ RETORNO-PAGAMENTO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0232-TRATAR-FORNECEDOR.
           IF RETP-CONFIRMADO
               MOVE RETP-DATA   TO WRK-MV-DATA
               MOVE 'S'         TO WRK-MV-TIPO
               MOVE RETP-TITULO TO WRK-DOCUMENTO-NUM
               MOVE WRK-DOCUMENTO-NUM TO WRK-MV-DOCUMENTO
               MOVE RETP-VALOR  TO WRK-MV-VALOR
               MOVE 'PAGAMENTO A FORNECEDOR' TO WRK-MV-HISTORICO
               PERFORM 0250-GRAVAR-MOVIMENTO
           END-IF.
           PERFORM 0231-LER-FORNECEDOR.

      ******************************* A ORIGEM PRECISA ESTAR NO
      ******************************* ROTABCO E A CONTA PRECISA
      ******************************* EXISTIR E ESTAR ATIVA
       0240-RESOLVER-CONTA.
           MOVE 'N' TO WRK-ROTA-SW.
           MOVE 'N' TO WRK-RT-SW.
           PERFORM 0241-COMPARAR-ROTA
               VARYING WRK-RT-IDX FROM 1 BY 1
               UNTIL WRK-RT-IDX > WRK-QTDE-ROTAS
                  OR WRK-RT-ACHOU.
           IF NOT WRK-RT-ACHOU
               DISPLAY 'ORIGEM SEM CONTA NO ROTABCO: ' WRK-ORIGEM
           ELSE
               SUBTRACT 1 FROM WRK-RT-IDX
               MOVE WRK-RT-CONTA (WRK-RT-IDX) TO WRK-CONTA
               MOVE WRK-CONTA TO BANCO-CODIGO
               READ BANCO-MASTER
                   INVALID KEY
                       DISPLAY 'CONTA ' WRK-CONTA
                               ' NAO CADASTRADA NO BANCOMST'
                   NOT INVALID KEY
                       IF BANCO-STATUS-ATIVO
                           SET WRK-ROTA-OK TO TRUE
                       ELSE
                           DISPLAY 'CONTA ' WRK-CONTA ' INATIVA'
                       END-IF
               END-READ
           END-IF.

       0241-COMPARAR-ROTA.
           IF WRK-RT-ORIGEM (WRK-RT-IDX) = WRK-ORIGEM
               SET WRK-RT-ACHOU TO TRUE
           END-IF.

      ******************************* GRAVA O MOVIMENTO NA CONTA DA
      ******************************* ORIGEM, A MENOS QUE A ORIGEM NAO
      ******************************* TENHA CONTA OU QUE A ORIGEM +
      ******************************* DATA JA TENHA SIDO CAPTURADA
       0250-GRAVAR-MOVIMENTO.
           IF NOT WRK-ROTA-OK
               ADD 1 TO WRK-QTDE-SEM-ROTA
           ELSE
               PERFORM 0260-PROCURAR-CAPTURADO
               IF WRK-CP-ACHOU
                   ADD 1 TO WRK-QTDE-REPETIDOS
               ELSE
                   INITIALIZE MOVB-REGISTRO
                   MOVE WRK-CONTA        TO MOVB-CONTA
                   MOVE WRK-MV-DATA      TO MOVB-DATA
                   MOVE WRK-MV-TIPO      TO MOVB-TIPO
                   MOVE WRK-ORIGEM       TO MOVB-ORIGEM
                   MOVE WRK-MV-DOCUMENTO TO MOVB-DOCUMENTO
                   MOVE WRK-MV-VALOR     TO MOVB-VALOR
                   MOVE WRK-MV-HISTORICO TO MOVB-HISTORICO
                   WRITE MOVB-REGISTRO
                   ADD 1 TO WRK-QTDE-GRAVADOS
               END-IF
           END-IF.

       0260-PROCURAR-CAPTURADO.
           MOVE 'N' TO WRK-CP-SW.
           PERFORM 0261-COMPARAR-CAPTURADO
               VARYING WRK-CP-IDX FROM 1 BY 1
               UNTIL WRK-CP-IDX > WRK-QTDE-CAPTURADOS
                  OR WRK-CP-ACHOU.

       0261-COMPARAR-CAPTURADO.
           IF WRK-CP-ORIGEM (WRK-CP-IDX) = WRK-ORIGEM
              AND WRK-CP-DATA (WRK-CP-IDX) = WRK-MV-DATA
               SET WRK-CP-ACHOU TO TRUE
           END-IF.

       0300-FINALIZAR.
           CLOSE BANCO-MASTER.
           CLOSE MOVIMENTO-BANCO.
           IF WRK-QTDE-SEM-ROTA > 0
               MOVE 4 TO RETURN-CODE
               MOVE 'HA MOVIMENTOS SEM CONTA' TO WRK-AUDIT-RESULTADO
           ELSE
               MOVE 'MOVIMENTOS BANCARIOS GRAVADOS'
                   TO WRK-AUDIT-RESULTADO
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - MOVIMENTOS GRAVADOS: '
                   WRK-QTDE-GRAVADOS.
           DISPLAY 'JA CAPTURADOS ANTES (IGNORADOS): '
                   WRK-QTDE-REPETIDOS.
           DISPLAY 'SEM CONTA ATIVA NO ROTEAMENTO..: '
                   WRK-QTDE-SEM-ROTA.

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
           MOVE 'PROGCOB55C' TO AUDIT-PROGRAMA.
           MOVE 'CAPTURA MOVBANCO' TO AUDIT-ENTRADA-CHAVE.
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
