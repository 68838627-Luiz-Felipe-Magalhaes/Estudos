       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB52A.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: APROVACAO DOS LANCAMENTOS CONTABEIS MANUAIS RETIDOS
      *           (LANCMAN, DIGITADOS NO PROGCOB52L) - O APROVADOR,
      *           QUE PRECISA SER UM OPERADOR DIFERENTE DO SOLICITANTE
      *           E AUTORIZADO EM UTILITARIOS NO OPERTAB, REVISA CADA
      *           LANCAMENTO PENDENTE E APROVA OU REJEITA; NA
      *           APROVACAO TODA LINHA E VALIDADA DE NOVO PELO
      *           PROGCOB19R (O MES PODE TER SIDO FECHADO DEPOIS DA
      *           DIGITACAO) E, ESTANDO TODAS VALIDAS, E GRAVADA NO
      *           EXTRATO CONTABIL (RAZAOEXT) COM ORIGEM 'MANUAL' E O
      *           NUMERO DO LANCAMENTO NO INICIO DA DESCRICAO
      *           ('LM' + NUMERO), NA MESMA CONVENCAO DE DUPLO
      *           CONTROLE DO PROGCOBP
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
           SELECT LANCAMENTO-MANUAL ASSIGN TO 'LANCMAN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LANCM-NUMERO
               FILE STATUS IS WRK-FS-LANCM.
           SELECT OPERADORES-MASTER ASSIGN TO 'OPERTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WRK-FS-OPER.
           SELECT RAZAO-EXTRATO ASSIGN TO 'RAZAOEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RAZAO.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  LANCAMENTO-MANUAL.
           COPY CPLANCM.
       FD  OPERADORES-MASTER.
           COPY CPOPERAD.
       FD  RAZAO-EXTRATO.
           COPY CPRAZAO.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-LANCM              PIC X(02) VALUE '00'.
       77  WRK-FS-OPER               PIC X(02) VALUE '00'.
       77  WRK-FS-RAZAO              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-APROVADOR             PIC X(08) VALUE SPACES.
       77  WRK-APROVADOR-OK-SW       PIC X(01) VALUE 'N'.
           88  WRK-APROVADOR-OK          VALUE 'S'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-DECISAO-SW            PIC X(01) VALUE SPACES.
           88  WRK-DECISAO-APROVA        VALUE 'A'.
           88  WRK-DECISAO-REJEITA       VALUE 'R'.
       77  WRK-LIN-IDX               PIC 9(02) VALUE ZERO.
       77  WRK-LINHAS-OK-SW          PIC X(01) VALUE 'S'.
           88  WRK-LINHAS-OK             VALUE 'S'.
       77  WRK-LANC-OK               PIC X(01) VALUE 'S'.
           88  WRK-LANC-VALIDO           VALUE 'S'.
       77  WRK-LANC-MOTIVO           PIC X(30) VALUE SPACES.
       77  WRK-QTDE-LANCADOS         PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-REJEITADOS       PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-PULADOS          PIC 9(05) VALUE ZERO.
       01  WRK-DESCRICAO.
           05  FILLER                PIC X(02) VALUE 'LM'.
           05  WRK-DESC-NUMERO       PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WRK-DESC-HISTORICO    PIC X(21).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-APROVADOR-OK
               PERFORM 0200-PROCESSAR
                   UNTIL WRK-FIM-ARQUIVO
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY 'ID DO OPERADOR APROVADOR..'.
           ACCEPT WRK-APROVADOR FROM CONSOLE.
           OPEN INPUT OPERADORES-MASTER.
           PERFORM 0110-VALIDAR-APROVADOR.
           CLOSE OPERADORES-MASTER.
           IF NOT WRK-APROVADOR-OK
               SET WRK-FIM-ARQUIVO TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O LANCAMENTO-MANUAL
               IF WRK-FS-LANCM = '35'
                   DISPLAY 'SEM LANCAMENTOS MANUAIS RETIDOS'
                   SET WRK-FIM-ARQUIVO TO TRUE
               ELSE
                   OPEN EXTEND RAZAO-EXTRATO
                   IF WRK-FS-RAZAO = '35'
                       OPEN OUTPUT RAZAO-EXTRATO
                       CLOSE RAZAO-EXTRATO
                       OPEN EXTEND RAZAO-EXTRATO
                   END-IF
                   PERFORM 0120-LER-LANCAMENTO
               END-IF
           END-IF.

      ******************************* O APROVADOR PRECISA EXISTIR,
      ******************************* ESTAR ATIVO E TER A AUTORIZACAO
      ******************************* DE UTILITARIOS
       0110-VALIDAR-APROVADOR.
           MOVE 'N' TO WRK-APROVADOR-OK-SW.
           MOVE WRK-APROVADOR TO OPER-ID.
           READ OPERADORES-MASTER
               INVALID KEY
                   DISPLAY 'APROVADOR NAO CADASTRADO NO OPERTAB'
               NOT INVALID KEY
                   IF OPER-STATUS-ATIVO
                      AND OPER-AUTORIZADO-UTILITARIOS
                       SET WRK-APROVADOR-OK TO TRUE
                   ELSE
                       DISPLAY 'APROVADOR INATIVO OU SEM AUTORIZACAO '
                               'DE UTILITARIOS'
                   END-IF
           END-READ.

       0120-LER-LANCAMENTO.
           READ LANCAMENTO-MANUAL
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0200-PROCESSAR.
           IF LANCM-STATUS-PENDENTE
               PERFORM 0210-DECIDIR-LANCAMENTO
           END-IF.
           PERFORM 0120-LER-LANCAMENTO.

       0210-DECIDIR-LANCAMENTO.
           IF LANCM-SOLICITANTE = WRK-APROVADOR
               ADD 1 TO WRK-QTDE-PULADOS
               DISPLAY 'LANCAMENTO ' LANCM-NUMERO ' DIGITADO PELO '
                       'PROPRIO APROVADOR - PULADO (OUTRO OPERADOR '
                       'PRECISA APROVAR)'
           ELSE
               DISPLAY 'LANCAMENTO ' LANCM-NUMERO ' DATA='
                       LANCM-DATA ' HISTORICO=' LANCM-HISTORICO
               DISPLAY '  TOTAL=' LANCM-TOTAL ' SOLICITANTE='
                       LANCM-SOLICITANTE
               PERFORM 0215-EXIBIR-LINHA
                   VARYING WRK-LIN-IDX FROM 1 BY 1
                   UNTIL WRK-LIN-IDX > LANCM-QTDE-LINHAS
               DISPLAY 'APROVAR OU REJEITAR (A/R)..'
               MOVE SPACES TO WRK-DECISAO-SW
               ACCEPT WRK-DECISAO-SW FROM CONSOLE
               IF WRK-DECISAO-APROVA
                   PERFORM 0220-APROVAR-LANCAMENTO
               ELSE
                   IF WRK-DECISAO-REJEITA
                       PERFORM 0240-REJEITAR-LANCAMENTO
                   ELSE
                       ADD 1 TO WRK-QTDE-PULADOS
                       DISPLAY 'DECISAO INVALIDA - LANCAMENTO '
                               'PERMANECE RETIDO'
                   END-IF
               END-IF
           END-IF.

       0215-EXIBIR-LINHA.
           DISPLAY '  CONTA ' LANCM-CONTA (WRK-LIN-IDX) ' '
                   LANCM-TIPO (WRK-LIN-IDX) ' '
                   LANCM-VALOR (WRK-LIN-IDX).

      ******************************* TODA LINHA E VALIDADA DE NOVO;
      ******************************* COM UMA SO RECUSADA O LANCAMENTO
      ******************************* INTEIRO CONTINUA RETIDO
       0220-APROVAR-LANCAMENTO.
           MOVE 'S' TO WRK-LINHAS-OK-SW.
           MOVE LANCM-NUMERO    TO WRK-DESC-NUMERO.
           MOVE LANCM-HISTORICO TO WRK-DESC-HISTORICO.
           PERFORM 0225-VALIDAR-LINHA
               VARYING WRK-LIN-IDX FROM 1 BY 1
               UNTIL WRK-LIN-IDX > LANCM-QTDE-LINHAS.
           IF WRK-LINHAS-OK
               PERFORM 0230-GRAVAR-LINHA
                   VARYING WRK-LIN-IDX FROM 1 BY 1
                   UNTIL WRK-LIN-IDX > LANCM-QTDE-LINHAS
               SET LANCM-STATUS-LANCADO TO TRUE
               MOVE WRK-APROVADOR TO LANCM-APROVADOR
               MOVE WRK-DATAHOJE  TO LANCM-DATA-APROVACAO
               REWRITE LANCM-REGISTRO
               ADD 1 TO WRK-QTDE-LANCADOS
               DISPLAY 'LANCAMENTO ' LANCM-NUMERO
                       ' GRAVADO NO RAZAOEXT'
           ELSE
               ADD 1 TO WRK-QTDE-PULADOS
               MOVE 4 TO RETURN-CODE
               DISPLAY 'LANCAMENTO ' LANCM-NUMERO
                       ' NAO GRAVADO - PERMANECE RETIDO'
           END-IF.

       0225-VALIDAR-LINHA.
           PERFORM 0235-MONTAR-LINHA.
           CALL 'PROGCOB19R' USING RAZAO-REGISTRO WRK-LANC-OK
               WRK-LANC-MOTIVO.
           IF NOT WRK-LANC-VALIDO
               DISPLAY 'LINHA RECUSADA NA VALIDACAO CONTABIL ('
                       WRK-LANC-MOTIVO ') CONTA ' RAZAO-CONTA
               MOVE 'N' TO WRK-LINHAS-OK-SW
           END-IF.

       0230-GRAVAR-LINHA.
           PERFORM 0235-MONTAR-LINHA.
           WRITE RAZAO-REGISTRO.

       0235-MONTAR-LINHA.
           INITIALIZE RAZAO-REGISTRO.
           MOVE LANCM-DATA                 TO RAZAO-DATA.
           MOVE LANCM-CONTA (WRK-LIN-IDX)  TO RAZAO-CONTA.
           MOVE WRK-DESCRICAO              TO RAZAO-DESCRICAO.
           MOVE LANCM-TIPO (WRK-LIN-IDX)   TO RAZAO-TIPO.
           MOVE LANCM-VALOR (WRK-LIN-IDX)  TO RAZAO-VALOR.
           MOVE 'MANUAL'                   TO RAZAO-ORIGEM.

       0240-REJEITAR-LANCAMENTO.
           SET LANCM-STATUS-REJEITADO TO TRUE.
           MOVE WRK-APROVADOR TO LANCM-APROVADOR.
           MOVE WRK-DATAHOJE  TO LANCM-DATA-APROVACAO.
           REWRITE LANCM-REGISTRO.
           ADD 1 TO WRK-QTDE-REJEITADOS.
           DISPLAY 'LANCAMENTO REJEITADO'.

       0300-FINALIZAR.
           IF WRK-FS-LANCM NOT = '35' AND WRK-APROVADOR-OK
               CLOSE LANCAMENTO-MANUAL
               CLOSE RAZAO-EXTRATO
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - LANCADOS: '
                   WRK-QTDE-LANCADOS ' REJEITADOS: '
                   WRK-QTDE-REJEITADOS ' PULADOS: '
                   WRK-QTDE-PULADOS.

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
           MOVE 'PROGCOB52A' TO AUDIT-PROGRAMA.
           MOVE WRK-APROVADOR TO AUDIT-OPERADOR.
           MOVE 'FILA LANCMAN' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'APROVACAO DE LANCTO MANUAL' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
