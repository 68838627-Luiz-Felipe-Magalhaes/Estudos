       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB52L.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: DIGITACAO DE LANCAMENTO CONTABIL MANUAL (PROVISAO,
      *           RECLASSIFICACAO, CORRECAO) - O OPERADOR, ATIVO E COM
      *           A AUTORIZACAO DE UTILITARIOS NO OPERTAB, INFORMA A
      *           DATA, O HISTORICO E ATE 10 LINHAS DE CONTA, DEBITO
      *           OU CREDITO E VALOR; CADA LINHA PASSA PELA ROTINA DE
      *           VALIDACAO PROGCOB19R (CONTA NO PLANO, MES NAO
      *           FECHADO) E O LANCAMENTO SO E ACEITO COM O TOTAL DOS
      *           DEBITOS IGUAL AO DOS CREDITOS. O LANCAMENTO ACEITO
      *           NAO VAI DIRETO AO RAZAOEXT: FICA RETIDO NO LANCMAN,
      *           NUMERADO PELO CHECKLM, ATE UM SEGUNDO OPERADOR
      *           APROVAR NO PROGCOB52A
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
           SELECT OPERADORES-MASTER ASSIGN TO 'OPERTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WRK-FS-OPER.
           SELECT LANCAMENTO-MANUAL ASSIGN TO 'LANCMAN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LANCM-NUMERO
               FILE STATUS IS WRK-FS-LANCM.
           SELECT CHECKPOINT-LANCAMENTO ASSIGN TO 'CHECKLM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHECK.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-MASTER.
           COPY CPOPERAD.
       FD  LANCAMENTO-MANUAL.
           COPY CPLANCM.
       FD  CHECKPOINT-LANCAMENTO.
       01  CHECKLM-REGISTRO          PIC 9(06).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
           COPY CPRAZAO.
       77  WRK-FS-OPER               PIC X(02) VALUE '00'.
       77  WRK-FS-LANCM              PIC X(02) VALUE '00'.
       77  WRK-FS-CHECK              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-OPERADOR-OK-SW        PIC X(01) VALUE 'N'.
           88  WRK-OPERADOR-OK           VALUE 'S'.
       77  WRK-FIM-LINHAS-SW         PIC X(01) VALUE 'N'.
           88  WRK-FIM-LINHAS            VALUE 'S'.
       77  WRK-DATA-LANCAMENTO       PIC 9(08) VALUE ZEROS.
       77  WRK-HISTORICO             PIC X(21) VALUE SPACES.
       77  WRK-CONTA                 PIC 9(06) VALUE ZERO.
       77  WRK-TIPO                  PIC X(01) VALUE SPACES.
           88  WRK-TIPO-VALIDO           VALUE 'D' 'C'.
       77  WRK-VALOR                 PIC 9(09)V99 VALUE ZERO.
       77  WRK-QTDE-LINHAS           PIC 9(02) VALUE ZERO.
       77  WRK-PROXIMA-LINHA         PIC 9(02) VALUE ZERO.
       77  WRK-TOTAL-DEBITOS         PIC 9(11)V99 VALUE ZERO.
       77  WRK-TOTAL-CREDITOS        PIC 9(11)V99 VALUE ZERO.
       77  WRK-ULTIMO-NUMERO         PIC 9(06) VALUE ZERO.
       77  WRK-LANC-OK               PIC X(01) VALUE 'S'.
           88  WRK-LANC-VALIDO           VALUE 'S'.
       77  WRK-LANC-MOTIVO           PIC X(30) VALUE SPACES.
       77  WRK-MOTIVO                PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-OPERADOR-OK
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           OPEN INPUT OPERADORES-MASTER.
           PERFORM 0110-VALIDAR-OPERADOR.
           CLOSE OPERADORES-MASTER.
           IF NOT WRK-OPERADOR-OK
               MOVE 'OPERADOR NAO AUTORIZADO' TO WRK-MOTIVO
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************* O OPERADOR PRECISA EXISTIR,
      ******************************* ESTAR ATIVO E TER A AUTORIZACAO
      ******************************* DE UTILITARIOS
       0110-VALIDAR-OPERADOR.
           MOVE 'N' TO WRK-OPERADOR-OK-SW.
           MOVE WRK-OPERADOR TO OPER-ID.
           READ OPERADORES-MASTER
               INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO NO OPERTAB'
               NOT INVALID KEY
                   IF OPER-STATUS-ATIVO
                      AND OPER-AUTORIZADO-UTILITARIOS
                       SET WRK-OPERADOR-OK TO TRUE
                   ELSE
                       DISPLAY 'OPERADOR INATIVO OU SEM AUTORIZACAO '
                               'DE UTILITARIOS'
                   END-IF
           END-READ.

      ******************************* LE O ULTIMO NUMERO DE LANCAMENTO
      ******************************* MANUAL JA ATRIBUIDO
       0130-LER-CHECKPOINT.
           OPEN INPUT CHECKPOINT-LANCAMENTO.
           IF WRK-FS-CHECK = '00'
               READ CHECKPOINT-LANCAMENTO
                   AT END MOVE ZERO TO WRK-ULTIMO-NUMERO
               END-READ
               IF WRK-FS-CHECK = '00'
                   MOVE CHECKLM-REGISTRO TO WRK-ULTIMO-NUMERO
               END-IF
               CLOSE CHECKPOINT-LANCAMENTO
           ELSE
               MOVE ZERO TO WRK-ULTIMO-NUMERO
           END-IF.

       0200-PROCESSAR.
           INITIALIZE LANCM-REGISTRO.
           DISPLAY 'DATA DO LANCAMENTO (AAAAMMDD)..'.
           ACCEPT WRK-DATA-LANCAMENTO FROM CONSOLE.
           DISPLAY 'HISTORICO DO LANCAMENTO..'.
           ACCEPT WRK-HISTORICO FROM CONSOLE.
           MOVE 'N' TO WRK-FIM-LINHAS-SW.
           PERFORM 0210-DIGITAR-LINHA
               UNTIL WRK-FIM-LINHAS.
           EVALUATE TRUE
               WHEN WRK-QTDE-LINHAS < 2
                   MOVE 'MENOS DE DUAS LINHAS' TO WRK-MOTIVO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-TOTAL-DEBITOS NOT = WRK-TOTAL-CREDITOS
                   MOVE 'DEBITOS DIFERENTES DE CREDITOS'
                       TO WRK-MOTIVO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-TOTAL-DEBITOS > 999999999,99
                   MOVE 'VALOR TOTAL ACIMA DO LIMITE' TO WRK-MOTIVO
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE = 0
               PERFORM 0230-GRAVAR-LANCAMENTO
           ELSE
               DISPLAY 'LANCAMENTO RECUSADO: ' WRK-MOTIVO
               DISPLAY '  DEBITOS: ' WRK-TOTAL-DEBITOS
                       ' CREDITOS: ' WRK-TOTAL-CREDITOS
           END-IF.

      ******************************* CADA LINHA E CONFERIDA PELO
      ******************************* PROGCOB19R ANTES DE ENTRAR NO
      ******************************* LANCAMENTO; LINHA RECUSADA E
      ******************************* DIGITADA DE NOVO
       0210-DIGITAR-LINHA.
           COMPUTE WRK-PROXIMA-LINHA = WRK-QTDE-LINHAS + 1.
           DISPLAY 'CONTA DA LINHA ' WRK-PROXIMA-LINHA
                   ' (ZERO ENCERRA)..'.
           ACCEPT WRK-CONTA FROM CONSOLE.
           IF WRK-CONTA = ZERO
               SET WRK-FIM-LINHAS TO TRUE
           ELSE
               DISPLAY 'DEBITO OU CREDITO (D/C)..'
               ACCEPT WRK-TIPO FROM CONSOLE
               DISPLAY 'VALOR..'
               ACCEPT WRK-VALOR FROM CONSOLE
               PERFORM 0220-VALIDAR-LINHA
               IF WRK-LANC-VALIDO
                   ADD 1 TO WRK-QTDE-LINHAS
                   MOVE WRK-CONTA TO LANCM-CONTA (WRK-QTDE-LINHAS)
                   MOVE WRK-TIPO  TO LANCM-TIPO (WRK-QTDE-LINHAS)
                   MOVE WRK-VALOR TO LANCM-VALOR (WRK-QTDE-LINHAS)
                   IF WRK-TIPO = 'D'
                       ADD WRK-VALOR TO WRK-TOTAL-DEBITOS
                   ELSE
                       ADD WRK-VALOR TO WRK-TOTAL-CREDITOS
                   END-IF
                   IF WRK-QTDE-LINHAS = 10
                       DISPLAY 'LIMITE DE 10 LINHAS ATINGIDO'
                       SET WRK-FIM-LINHAS TO TRUE
                   END-IF
               ELSE
                   DISPLAY 'LINHA RECUSADA: ' WRK-LANC-MOTIVO
               END-IF
           END-IF.

       0220-VALIDAR-LINHA.
           MOVE 'S' TO WRK-LANC-OK.
           MOVE SPACES TO WRK-LANC-MOTIVO.
           EVALUATE TRUE
               WHEN NOT WRK-TIPO-VALIDO
                   MOVE 'N' TO WRK-LANC-OK
                   MOVE 'TIPO DEVE SER D OU C' TO WRK-LANC-MOTIVO
               WHEN WRK-VALOR = ZERO
                   MOVE 'N' TO WRK-LANC-OK
                   MOVE 'VALOR ZERADO' TO WRK-LANC-MOTIVO
               WHEN OTHER
                   INITIALIZE RAZAO-REGISTRO
                   MOVE WRK-DATA-LANCAMENTO TO RAZAO-DATA
                   MOVE WRK-CONTA TO RAZAO-CONTA
                   MOVE WRK-HISTORICO TO RAZAO-DESCRICAO
                   MOVE WRK-TIPO TO RAZAO-TIPO
                   MOVE WRK-VALOR TO RAZAO-VALOR
                   MOVE 'MANUAL' TO RAZAO-ORIGEM
                   CALL 'PROGCOB19R' USING RAZAO-REGISTRO
                                           WRK-LANC-OK
                                           WRK-LANC-MOTIVO
           END-EVALUATE.

      ******************************* LANCAMENTO BALANCEADO - RETIDO
      ******************************* NO LANCMAN ATE A APROVACAO
       0230-GRAVAR-LANCAMENTO.
           PERFORM 0130-LER-CHECKPOINT.
           OPEN I-O LANCAMENTO-MANUAL.
           IF WRK-FS-LANCM = '35'
               OPEN OUTPUT LANCAMENTO-MANUAL
               CLOSE LANCAMENTO-MANUAL
               OPEN I-O LANCAMENTO-MANUAL
           END-IF.
           ADD 1 TO WRK-ULTIMO-NUMERO.
           MOVE WRK-ULTIMO-NUMERO   TO LANCM-NUMERO.
           MOVE WRK-DATA-LANCAMENTO TO LANCM-DATA.
           MOVE WRK-HISTORICO       TO LANCM-HISTORICO.
           MOVE WRK-QTDE-LINHAS     TO LANCM-QTDE-LINHAS.
           MOVE WRK-TOTAL-DEBITOS   TO LANCM-TOTAL.
           MOVE WRK-OPERADOR        TO LANCM-SOLICITANTE.
           MOVE WRK-DATAHOJE        TO LANCM-DATA-DIGITACAO.
           SET LANCM-STATUS-PENDENTE TO TRUE.
           WRITE LANCM-REGISTRO
               INVALID KEY
                   MOVE 'NUMERO DE LANCAMENTO JA USADO' TO WRK-MOTIVO
                   MOVE 12 TO RETURN-CODE
                   DISPLAY 'LANCAMENTO RECUSADO: ' WRK-MOTIVO
               NOT INVALID KEY
                   PERFORM 0320-GRAVAR-CHECKPOINT
                   DISPLAY 'LANCAMENTO ' LANCM-NUMERO
                           ' RETIDO PARA APROVACAO (PROGCOB52A)'
           END-WRITE.
           CLOSE LANCAMENTO-MANUAL.

       0300-FINALIZAR.
           PERFORM 0310-GRAVAR-AUDITORIA.

       0320-GRAVAR-CHECKPOINT.
           MOVE WRK-ULTIMO-NUMERO TO CHECKLM-REGISTRO.
           OPEN OUTPUT CHECKPOINT-LANCAMENTO.
           WRITE CHECKLM-REGISTRO.
           CLOSE CHECKPOINT-LANCAMENTO.

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
           MOVE 'PROGCOB52L' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-DATA-LANCAMENTO TO AUDIT-ENTRADA-CHAVE (01:08).
           IF RETURN-CODE = 0
               MOVE WRK-ULTIMO-NUMERO TO AUDIT-ENTRADA-CHAVE (10:06)
               MOVE 'LANCAMENTO MANUAL RETIDO' TO AUDIT-RESULTADO
           ELSE
               MOVE WRK-MOTIVO TO AUDIT-RESULTADO
           END-IF.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
