       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB55T.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: TRANSFERENCIA ENTRE CONTAS BANCARIAS DA EMPRESA - O
      *           OPERADOR, ATIVO E COM A AUTORIZACAO DE UTILITARIOS NO
      *           OPERTAB, INFORMA A CONTA DE ORIGEM, A CONTA DE
      *           DESTINO E O VALOR; AS DUAS CONTAS PRECISAM EXISTIR NO
      *           BANCOMST, ESTAR ATIVAS E SER DIFERENTES. SAO GRAVADOS
      *           DOIS MOVIMENTOS NO MOVBANCO COM ORIGEM TRANSFER: A
      *           SAIDA NA CONTA DE ORIGEM E A ENTRADA NA DE DESTINO,
      *           CADA UM COM A OUTRA CONTA NO DOCUMENTO. NAO HA
      *           LANCAMENTO NO RAZAO - AS CONTAS BANCARIAS SAO TODAS
      *           A MESMA CONTA CONTABIL (110100)
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
           SELECT BANCO-MASTER ASSIGN TO 'BANCOMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BANCO-CODIGO
               FILE STATUS IS WRK-FS-BANCO.
           SELECT MOVIMENTO-BANCO ASSIGN TO 'MOVBANCO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVB.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-MASTER.
           COPY CPOPERAD.
       FD  BANCO-MASTER.
           COPY CPBANCO.
       FD  MOVIMENTO-BANCO.
           COPY CPMOVBCO.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-OPER               PIC X(02) VALUE '00'.
       77  WRK-FS-BANCO              PIC X(02) VALUE '00'.
       77  WRK-FS-MOVB               PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-OPERADOR-OK-SW        PIC X(01) VALUE 'N'.
           88  WRK-OPERADOR-OK           VALUE 'S'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-CONTA                 PIC X(04) VALUE SPACES.
       77  WRK-CONTA-ORIGEM          PIC X(04) VALUE SPACES.
       77  WRK-CONTA-DESTINO         PIC X(04) VALUE SPACES.
       77  WRK-VALOR                 PIC 9(09)V99 VALUE ZERO.
       77  WRK-MOTIVO                PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-OPERADOR-OK
               PERFORM 0200-TRANSFERIR
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
               MOVE 'OPERADOR NAO AUTORIZADO' TO WRK-AUDIT-RESULTADO
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

      ******************************* A CONTA PRECISA EXISTIR E ESTAR
      ******************************* ATIVA NO BANCOMST
       0130-VALIDAR-CONTA.
           MOVE WRK-CONTA TO BANCO-CODIGO.
           READ BANCO-MASTER
               INVALID KEY
                   MOVE 'CONTA NAO CADASTRADA' TO WRK-MOTIVO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   IF NOT BANCO-STATUS-ATIVO
                       MOVE 'CONTA INATIVA' TO WRK-MOTIVO
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.

       0200-TRANSFERIR.
           DISPLAY 'CONTA DE ORIGEM..'.
           ACCEPT WRK-CONTA-ORIGEM FROM CONSOLE.
           DISPLAY 'CONTA DE DESTINO..'.
           ACCEPT WRK-CONTA-DESTINO FROM CONSOLE.
           DISPLAY 'VALOR DA TRANSFERENCIA..'.
           ACCEPT WRK-VALOR FROM CONSOLE.
           OPEN INPUT BANCO-MASTER.
           MOVE WRK-CONTA-ORIGEM TO WRK-CONTA.
           PERFORM 0130-VALIDAR-CONTA.
           IF RETURN-CODE = 0
               MOVE WRK-CONTA-DESTINO TO WRK-CONTA
               PERFORM 0130-VALIDAR-CONTA
           END-IF.
           CLOSE BANCO-MASTER.
           IF RETURN-CODE = 0
               IF WRK-CONTA-ORIGEM = WRK-CONTA-DESTINO
                   MOVE 'ORIGEM IGUAL AO DESTINO' TO WRK-MOTIVO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WRK-VALOR = ZERO
                       MOVE 'VALOR ZERADO' TO WRK-MOTIVO
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF RETURN-CODE NOT = 0
               DISPLAY 'TRANSFERENCIA RECUSADA: ' WRK-MOTIVO
               MOVE WRK-MOTIVO TO WRK-AUDIT-RESULTADO
           ELSE
               PERFORM 0210-GRAVAR-MOVIMENTOS
               DISPLAY 'TRANSFERENCIA REGISTRADA'
               MOVE 'TRANSFERENCIA REGISTRADA' TO WRK-AUDIT-RESULTADO
           END-IF.

      ******************************* SAIDA NA ORIGEM E ENTRADA NO
      ******************************* DESTINO, NA DATA DE HOJE
       0210-GRAVAR-MOVIMENTOS.
           OPEN EXTEND MOVIMENTO-BANCO.
           IF WRK-FS-MOVB = '35'
               OPEN OUTPUT MOVIMENTO-BANCO
               CLOSE MOVIMENTO-BANCO
               OPEN EXTEND MOVIMENTO-BANCO
           END-IF.
           INITIALIZE MOVB-REGISTRO.
           MOVE WRK-CONTA-ORIGEM  TO MOVB-CONTA.
           MOVE WRK-DATAHOJE      TO MOVB-DATA.
           MOVE 'S'               TO MOVB-TIPO.
           MOVE 'TRANSFER'        TO MOVB-ORIGEM.
           MOVE WRK-CONTA-DESTINO TO MOVB-DOCUMENTO.
           MOVE WRK-VALOR         TO MOVB-VALOR.
           STRING 'TRANSFERENCIA PARA ' WRK-CONTA-DESTINO
               DELIMITED BY SIZE INTO MOVB-HISTORICO.
           WRITE MOVB-REGISTRO.
           INITIALIZE MOVB-REGISTRO.
           MOVE WRK-CONTA-DESTINO TO MOVB-CONTA.
           MOVE WRK-DATAHOJE      TO MOVB-DATA.
           MOVE 'E'               TO MOVB-TIPO.
           MOVE 'TRANSFER'        TO MOVB-ORIGEM.
           MOVE WRK-CONTA-ORIGEM  TO MOVB-DOCUMENTO.
           MOVE WRK-VALOR         TO MOVB-VALOR.
           STRING 'TRANSFERENCIA DE ' WRK-CONTA-ORIGEM
               DELIMITED BY SIZE INTO MOVB-HISTORICO.
           WRITE MOVB-REGISTRO.
           CLOSE MOVIMENTO-BANCO.

       0300-FINALIZAR.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - TRANSFERENCIA ENTRE '
                   'CONTAS'.

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
           MOVE 'PROGCOB55T' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           STRING WRK-CONTA-ORIGEM '>' WRK-CONTA-DESTINO
               DELIMITED BY SIZE INTO AUDIT-ENTRADA-CHAVE.
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
