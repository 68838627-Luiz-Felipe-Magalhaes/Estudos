       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB40X.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: FECHAMENTO DIARIO DO CREDITO DE LOJA DOS CLIENTES
      *           (CREDITO-LOJA) - PRIMEIRO EXPIRA O SALDO DOS
      *           CLIENTES SEM NOVO CREDITO HA MAIS MESES DO QUE A
      *           VALIDADE CONFIGURADA EM CREDPAR (MESMA REGRA DO
      *           PROGCOB25X PARA OS PONTOS), GRAVANDO O MOVIMENTO DE
      *           EXPIRACAO NO MOVCRED E CADA EXPIRACAO NO RELATORIO
      *           (RELCRED); DEPOIS SOMA OS MOVIMENTOS DO DIA NO
      *           MOVCRED E LANCA NO EXTRATO CONTABIL (RAZAOEXT) O
      *           PASSIVO DE CREDITOS DE CLIENTES A UTILIZAR: CREDITO
      *           CONCEDIDO (CONTRA DEVOLUCOES DE VENDAS), CREDITO
      *           USADO EM VENDA (CONTRA RECEITA DE VENDAS) E CREDITO
      *           EXPIRADO (CONTRA RECEITA DE CREDITO EXPIRADO), PARA
      *           O SALDO EM ABERTO APARECER NO RAZAO
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
           SELECT CREDITO-LOJA ASSIGN TO 'CREDLOJA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CREDL-CPF
               FILE STATUS IS WRK-FS-CREDL.
           SELECT MOVIMENTO-CREDITO ASSIGN TO 'MOVCRED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVCR.
           SELECT PARAM-CREDITO ASSIGN TO 'CREDPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAR.
           SELECT RELATORIO-CREDITO ASSIGN TO 'RELCRED'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RAZAO-EXTRATO ASSIGN TO 'RAZAOEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RAZAO.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT STATUS-CICLO ASSIGN TO 'CICLOSTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CICLO.
       DATA DIVISION.
       FILE SECTION.
       FD  CREDITO-LOJA.
           COPY CPCREDL.
       FD  MOVIMENTO-CREDITO.
           COPY CPMOVCR.
       FD  PARAM-CREDITO.
           COPY CPCREDPAR.
       FD  RELATORIO-CREDITO.
       01  REL-LINHA                 PIC X(80).
       FD  RAZAO-EXTRATO.
           COPY CPRAZAO.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       FD  STATUS-CICLO.
           COPY CPCICLO.
       WORKING-STORAGE SECTION.
       77  WRK-FS-CREDL              PIC X(02) VALUE '00'.
       77  WRK-FS-MOVCR              PIC X(02) VALUE '00'.
       77  WRK-FS-PAR                PIC X(02) VALUE '00'.
       77  WRK-FS-RAZAO              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-FS-CICLO              PIC X(02) VALUE '00'.
       77  WRK-HORA-INICIO-CICLO     PIC 9(08) VALUE ZEROS.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-VALIDADE-MESES        PIC 9(03) VALUE 12.
       77  WRK-DATA-LIMITE           PIC 9(08) VALUE ZEROS.
       77  WRK-ANO-LIMITE            PIC S9(05) VALUE ZERO.
       77  WRK-MES-LIMITE            PIC S9(05) VALUE ZERO.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-EOF-MOV-SW            PIC X(01) VALUE 'N'.
           88  WRK-FIM-MOVIMENTOS        VALUE 'S'.
       77  WRK-QTDE-LIDOS            PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-EXPIRADOS        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-MOVIMENTOS       PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-LANCAMENTOS      PIC 9(05) VALUE ZERO.
       77  WRK-TOTAL-CONCEDIDO       PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-USADO           PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-EXPIRADO        PIC 9(09)V99 VALUE ZERO.
       77  WRK-SALDO-EM-ABERTO       PIC 9(09)V99 VALUE ZERO.
      *********************************
      * PLANO DE CONTAS - CONSTANTES FIXAS, NA MESMA CONVENCAO DO
      * PROGCOB19G
      *********************************
       77  WRK-CONTA-CREDITO-CLIENTE PIC 9(06) VALUE 230100.
       77  WRK-CONTA-RECEITA-VENDAS  PIC 9(06) VALUE 410100.
       77  WRK-CONTA-DEVOLUCOES      PIC 9(06) VALUE 410200.
       77  WRK-CONTA-CREDITO-EXPIR   PIC 9(06) VALUE 410300.
       77  WRK-LANC-OK               PIC X(01) VALUE 'S'.
           88  WRK-LANC-VALIDO           VALUE 'S'.
       77  WRK-LANC-MOTIVO           PIC X(30) VALUE SPACES.
       01  REL-CABECALHO.
           05  FILLER                PIC X(50) VALUE
               'CREDITO DE LOJA EXPIRADO POR INATIVIDADE'.
       01  REL-DETALHE.
           05  FILLER                PIC X(05) VALUE 'CPF='.
           05  REL-DET-CPF           PIC X(11).
           05  FILLER                PIC X(17) VALUE
               '  SALDO EXPIRADO='.
           05  REL-DET-SALDO         PIC $Z.ZZZ.ZZ9,99.
           05  FILLER                PIC X(16) VALUE '  ULTIMO CRED.='.
           05  REL-DET-ULTIMO        PIC 9(08).
       01  REL-TOTAL.
           05  FILLER                PIC X(35) VALUE
               'TOTAL DE CLIENTES EXPIRADOS....... '.
           05  REL-TOT-QTDE          PIC ZZZZ9.
       01  REL-MOVIMENTO.
           05  FILLER                PIC X(35) VALUE SPACES.
           05  REL-MOV-DESCRICAO     PIC X(22).
           05  REL-MOV-VALOR         PIC $ZZZ.ZZZ.ZZ9,99.
       01  REL-SALDO.
           05  FILLER                PIC X(35) VALUE
               'SALDO EM ABERTO NO CREDITO-LOJA... '.
           05  REL-SAL-VALOR         PIC $ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
               UNTIL WRK-FIM-ARQUIVO.
           PERFORM 0250-SOMAR-MOVIMENTOS-DIA.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-HORA-INICIO-CICLO FROM TIME.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           PERFORM 0120-CARREGAR-PARAMETROS.
           PERFORM 0130-CALCULAR-DATA-LIMITE.
           OPEN OUTPUT RELATORIO-CREDITO.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           OPEN EXTEND MOVIMENTO-CREDITO.
           IF WRK-FS-MOVCR = '35'
               OPEN OUTPUT MOVIMENTO-CREDITO
               CLOSE MOVIMENTO-CREDITO
               OPEN EXTEND MOVIMENTO-CREDITO
           END-IF.
           OPEN I-O CREDITO-LOJA.
           IF WRK-FS-CREDL NOT = '00'
               DISPLAY 'MASTER DE CREDITO DE LOJA INDISPONIVEL - '
                       'EXPIRACAO NAO EXECUTADA'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0110-LER-CREDITO
           END-IF.

       0110-LER-CREDITO.
           READ CREDITO-LOJA
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0120-CARREGAR-PARAMETROS.
           OPEN INPUT PARAM-CREDITO.
           IF WRK-FS-PAR = '00'
               READ PARAM-CREDITO
                   AT END CONTINUE
               END-READ
               IF WRK-FS-PAR = '00'
                   MOVE CREDPAR-VALIDADE-MESES TO WRK-VALIDADE-MESES
               END-IF
               CLOSE PARAM-CREDITO
           END-IF.

      ******************************* DATA LIMITE = HOJE MENOS A
      ******************************* VALIDADE EM MESES; ULTIMO
      ******************************* CREDITO MAIS ANTIGO QUE ISSO
      ******************************* EXPIRA O SALDO
       0130-CALCULAR-DATA-LIMITE.
           COMPUTE WRK-ANO-LIMITE = WRK-DATAHOJE / 10000.
           COMPUTE WRK-MES-LIMITE =
               FUNCTION MOD (WRK-DATAHOJE / 100, 100)
               - WRK-VALIDADE-MESES.
           PERFORM 0131-AJUSTAR-MES-LIMITE
               UNTIL WRK-MES-LIMITE > ZERO.
           COMPUTE WRK-DATA-LIMITE =
               (WRK-ANO-LIMITE * 10000) + (WRK-MES-LIMITE * 100)
               + FUNCTION MOD (WRK-DATAHOJE, 100).

       0131-AJUSTAR-MES-LIMITE.
           ADD 12 TO WRK-MES-LIMITE.
           SUBTRACT 1 FROM WRK-ANO-LIMITE.

       0200-PROCESSAR.
           ADD 1 TO WRK-QTDE-LIDOS.
           IF CREDL-STATUS-ATIVO
              AND CREDL-SALDO > ZERO
              AND CREDL-DATA-ULT-CREDITO < WRK-DATA-LIMITE
               PERFORM 0210-EXPIRAR-SALDO
           END-IF.
           PERFORM 0110-LER-CREDITO.

       0210-EXPIRAR-SALDO.
           ADD 1 TO WRK-QTDE-EXPIRADOS.
           MOVE CREDL-CPF              TO REL-DET-CPF.
           MOVE CREDL-SALDO            TO REL-DET-SALDO.
           MOVE CREDL-DATA-ULT-CREDITO TO REL-DET-ULTIMO.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           INITIALIZE MOVCR-REGISTRO.
           MOVE CREDL-CPF         TO MOVCR-CPF.
           MOVE WRK-DATAHOJE      TO MOVCR-DATA.
           SET MOVCR-TIPO-EXPIRACAO TO TRUE.
           MOVE CREDL-SALDO       TO MOVCR-VALOR.
           MOVE ZERO              TO MOVCR-SALDO.
           MOVE 'PROGCOB40X'      TO MOVCR-PROGRAMA.
           WRITE MOVCR-REGISTRO.
           MOVE ZERO TO CREDL-SALDO.
           SET CREDL-STATUS-EXPIRADO TO TRUE.
           REWRITE CREDL-REGISTRO.

      ******************************* SOMA POR TIPO OS MOVIMENTOS DO
      ******************************* DIA (INCLUSIVE AS EXPIRACOES
      ******************************* ACABADAS DE GRAVAR) E O SALDO EM
      ******************************* ABERTO DO MASTER
       0250-SOMAR-MOVIMENTOS-DIA.
           IF WRK-FS-CREDL = '00' OR WRK-FS-CREDL = '10'
               CLOSE CREDITO-LOJA
           END-IF.
           CLOSE MOVIMENTO-CREDITO.
           OPEN INPUT MOVIMENTO-CREDITO.
           IF WRK-FS-MOVCR = '00'
               PERFORM 0251-LER-MOVIMENTO
               PERFORM 0252-ACUMULAR-MOVIMENTO
                   UNTIL WRK-FIM-MOVIMENTOS
               CLOSE MOVIMENTO-CREDITO
           END-IF.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT CREDITO-LOJA.
           IF WRK-FS-CREDL = '00'
               PERFORM 0110-LER-CREDITO
               PERFORM 0253-SOMAR-SALDO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE CREDITO-LOJA
           END-IF.

       0251-LER-MOVIMENTO.
           READ MOVIMENTO-CREDITO
               AT END SET WRK-FIM-MOVIMENTOS TO TRUE
           END-READ.

       0252-ACUMULAR-MOVIMENTO.
           IF MOVCR-DATA = WRK-DATAHOJE
               ADD 1 TO WRK-QTDE-MOVIMENTOS
               EVALUATE TRUE
                   WHEN MOVCR-TIPO-CREDITO
                       ADD MOVCR-VALOR TO WRK-TOTAL-CONCEDIDO
                   WHEN MOVCR-TIPO-USO
                       ADD MOVCR-VALOR TO WRK-TOTAL-USADO
                   WHEN MOVCR-TIPO-EXPIRACAO
                       ADD MOVCR-VALOR TO WRK-TOTAL-EXPIRADO
               END-EVALUATE
           END-IF.
           PERFORM 0251-LER-MOVIMENTO.

       0253-SOMAR-SALDO.
           IF CREDL-STATUS-ATIVO
               ADD CREDL-SALDO TO WRK-SALDO-EM-ABERTO
           END-IF.
           PERFORM 0110-LER-CREDITO.

       0300-FINALIZAR.
           MOVE WRK-QTDE-EXPIRADOS TO REL-TOT-QTDE.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'CREDITO CONCEDIDO.... ' TO REL-MOV-DESCRICAO.
           MOVE WRK-TOTAL-CONCEDIDO TO REL-MOV-VALOR.
           MOVE REL-MOVIMENTO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'CREDITO USADO........ ' TO REL-MOV-DESCRICAO.
           MOVE WRK-TOTAL-USADO TO REL-MOV-VALOR.
           MOVE REL-MOVIMENTO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'CREDITO EXPIRADO..... ' TO REL-MOV-DESCRICAO.
           MOVE WRK-TOTAL-EXPIRADO TO REL-MOV-VALOR.
           MOVE REL-MOVIMENTO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-SALDO-EM-ABERTO TO REL-SAL-VALOR.
           MOVE REL-SALDO TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-CREDITO.
           PERFORM 0320-LANCAR-RAZAO.
           PERFORM 0310-GRAVAR-AUDITORIA.
           PERFORM 0340-GRAVAR-STATUS-CICLO.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - CLIENTES LIDOS: '
                   WRK-QTDE-LIDOS ' EXPIRADOS: ' WRK-QTDE-EXPIRADOS
                   ' MOVIMENTOS DO DIA: ' WRK-QTDE-MOVIMENTOS.

      ******************************* LANCA NO EXTRATO CONTABIL O
      ******************************* MOVIMENTO DO DIA DO PASSIVO DE
      ******************************* CREDITOS DE CLIENTES
       0320-LANCAR-RAZAO.
           IF WRK-TOTAL-CONCEDIDO > 0
              OR WRK-TOTAL-USADO > 0
              OR WRK-TOTAL-EXPIRADO > 0
               OPEN EXTEND RAZAO-EXTRATO
               IF WRK-FS-RAZAO = '35'
                   OPEN OUTPUT RAZAO-EXTRATO
                   CLOSE RAZAO-EXTRATO
                   OPEN EXTEND RAZAO-EXTRATO
               END-IF
               IF WRK-TOTAL-CONCEDIDO > 0
                   MOVE WRK-CONTA-DEVOLUCOES TO RAZAO-CONTA
                   MOVE 'DEVOLUCOES EM CREDITO DE LOJA'
                       TO RAZAO-DESCRICAO
                   SET RAZAO-TIPO-DEBITO TO TRUE
                   MOVE WRK-TOTAL-CONCEDIDO TO RAZAO-VALOR
                   PERFORM 0321-GRAVAR-LANCAMENTO
                   MOVE WRK-CONTA-CREDITO-CLIENTE TO RAZAO-CONTA
                   MOVE 'CREDITO DE LOJA CONCEDIDO'
                       TO RAZAO-DESCRICAO
                   SET RAZAO-TIPO-CREDITO TO TRUE
                   MOVE WRK-TOTAL-CONCEDIDO TO RAZAO-VALOR
                   PERFORM 0321-GRAVAR-LANCAMENTO
               END-IF
               IF WRK-TOTAL-USADO > 0
                   MOVE WRK-CONTA-CREDITO-CLIENTE TO RAZAO-CONTA
                   MOVE 'CREDITO DE LOJA USADO EM VENDA'
                       TO RAZAO-DESCRICAO
                   SET RAZAO-TIPO-DEBITO TO TRUE
                   MOVE WRK-TOTAL-USADO TO RAZAO-VALOR
                   PERFORM 0321-GRAVAR-LANCAMENTO
                   MOVE WRK-CONTA-RECEITA-VENDAS TO RAZAO-CONTA
                   MOVE 'VENDAS PAGAS EM CREDITO DE LOJA'
                       TO RAZAO-DESCRICAO
                   SET RAZAO-TIPO-CREDITO TO TRUE
                   MOVE WRK-TOTAL-USADO TO RAZAO-VALOR
                   PERFORM 0321-GRAVAR-LANCAMENTO
               END-IF
               IF WRK-TOTAL-EXPIRADO > 0
                   MOVE WRK-CONTA-CREDITO-CLIENTE TO RAZAO-CONTA
                   MOVE 'CREDITO DE LOJA EXPIRADO'
                       TO RAZAO-DESCRICAO
                   SET RAZAO-TIPO-DEBITO TO TRUE
                   MOVE WRK-TOTAL-EXPIRADO TO RAZAO-VALOR
                   PERFORM 0321-GRAVAR-LANCAMENTO
                   MOVE WRK-CONTA-CREDITO-EXPIR TO RAZAO-CONTA
                   MOVE 'RECEITA DE CREDITO EXPIRADO'
                       TO RAZAO-DESCRICAO
                   SET RAZAO-TIPO-CREDITO TO TRUE
                   MOVE WRK-TOTAL-EXPIRADO TO RAZAO-VALOR
                   PERFORM 0321-GRAVAR-LANCAMENTO
               END-IF
               CLOSE RAZAO-EXTRATO
           END-IF.

       0321-GRAVAR-LANCAMENTO.
           MOVE WRK-DATAHOJE TO RAZAO-DATA.
           CALL 'PROGCOB19R' USING RAZAO-REGISTRO WRK-LANC-OK
               WRK-LANC-MOTIVO.
           IF NOT WRK-LANC-VALIDO
               DISPLAY 'LANCAMENTO RECUSADO NA VALIDACAO CONTABIL ('
                       WRK-LANC-MOTIVO ') CONTA ' RAZAO-CONTA
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'PROGCOB40X' TO RAZAO-ORIGEM
               WRITE RAZAO-REGISTRO
               ADD 1 TO WRK-QTDE-LANCAMENTOS
           END-IF.

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
           MOVE 'PROGCOB40X' TO AUDIT-PROGRAMA.
           MOVE 'LOTE CREDLOJA' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'FECHAMENTO DO CREDITO DE LOJA' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

      ******************************* GRAVA A LINHA DESTE STEP NO
      ******************************* PAINEL DE STATUS DO CICLO NOTURNO
       0340-GRAVAR-STATUS-CICLO.
           OPEN EXTEND STATUS-CICLO.
           IF WRK-FS-CICLO = '35'
               OPEN OUTPUT STATUS-CICLO
               CLOSE STATUS-CICLO
               OPEN EXTEND STATUS-CICLO
           END-IF.
           INITIALIZE CICLO-REGISTRO.
           MOVE 'STEP014'    TO CICLO-STEP.
           MOVE 'PROGCOB40X' TO CICLO-PROGRAMA.
           ACCEPT CICLO-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO-CICLO TO CICLO-HORA-INICIO.
           ACCEPT CICLO-HORA-FIM FROM TIME.
           MOVE RETURN-CODE TO CICLO-RETURN-CODE.
           MOVE WRK-QTDE-MOVIMENTOS TO CICLO-QTDE-REGISTROS.
           MOVE 'FECHAMENTO DO CREDITO DE LOJA' TO CICLO-RESULTADO.
           WRITE CICLO-REGISTRO.
           CLOSE STATUS-CICLO.
