       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB44R.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: CONFIRMACAO DE RECEBIMENTO DE TRANSFERENCIA DE
      *           ESTOQUE ENTRE FILIAIS - RECEBE O NUMERO DA
      *           TRANSFERENCIA EM TRANSITO (TRANSF-ESTOQUE, GRAVADA
      *           PELO PROGCOB44T) E A QUANTIDADE QUE CHEGOU, CREDITA
      *           A FILIAL DE DESTINO NO ESTOQUE-MASTER (CRIANDO O
      *           SALDO DO PRODUTO NA FILIAL QUANDO AINDA NAO EXISTE) E
      *           BAIXA A TRANSFERENCIA; A FALTA ENTRE O EMBARCADO E O
      *           RECEBIDO FICA NO REGISTRO E NA TRILHA DE AUDITORIA
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
           SELECT TRANSF-ESTOQUE ASSIGN TO 'TRFESTOQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRF-NUMERO
               FILE STATUS IS WRK-FS-TRF.
           SELECT ESTOQUE-MASTER ASSIGN TO 'ESTOQMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ESTOQ-CHAVE
               FILE STATUS IS WRK-FS-ESTOQ.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSF-ESTOQUE.
           COPY CPTRFEST.
       FD  ESTOQUE-MASTER.
           COPY CPESTOQ.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-TRF                PIC X(02) VALUE '00'.
       77  WRK-FS-ESTOQ              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-NUMERO-TRF            PIC 9(06) VALUE ZERO.
       77  WRK-QTDE-RECEBIDA         PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-FALTA            PIC 9(05) VALUE ZERO.
       77  WRK-MOTIVO                PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           OPEN I-O TRANSF-ESTOQUE.
           OPEN I-O ESTOQUE-MASTER.
           DISPLAY 'NUMERO DA TRANSFERENCIA: '.
           ACCEPT WRK-NUMERO-TRF FROM CONSOLE.
           DISPLAY 'QUANTIDADE RECEBIDA (ZERO = TUDO O EMBARCADO): '.
           ACCEPT WRK-QTDE-RECEBIDA FROM CONSOLE.

       0200-PROCESSAR.
           IF WRK-FS-TRF NOT = '00'
               MOVE 'SEM TRANSFERENCIAS CADASTRADAS' TO WRK-MOTIVO
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WRK-NUMERO-TRF TO TRF-NUMERO
               READ TRANSF-ESTOQUE
                   INVALID KEY
                       MOVE 'TRANSFERENCIA NAO CADASTRADA'
                           TO WRK-MOTIVO
                       MOVE 12 TO RETURN-CODE
               END-READ
           END-IF.
           IF RETURN-CODE = 0
               IF NOT TRF-STATUS-EM-TRANSITO
                   MOVE 'TRANSFERENCIA JA RECEBIDA' TO WRK-MOTIVO
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               IF WRK-QTDE-RECEBIDA = ZERO
                   MOVE TRF-QUANTIDADE TO WRK-QTDE-RECEBIDA
               END-IF
               IF WRK-QTDE-RECEBIDA > TRF-QUANTIDADE
                   MOVE 'RECEBIDO MAIOR QUE O EMBARCADO' TO WRK-MOTIVO
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               PERFORM 0210-CREDITAR-DESTINO
               PERFORM 0220-BAIXAR-TRANSFERENCIA
           ELSE
               DISPLAY 'RECEBIMENTO NAO CONFIRMADO: ' WRK-MOTIVO
           END-IF.

      ******************************* CREDITA O DESTINO; PRODUTO AINDA
      ******************************* SEM SALDO NA FILIAL GANHA O
      ******************************* REGISTRO, SEM ESTOQUE MINIMO
       0210-CREDITAR-DESTINO.
           MOVE TRF-PRODUTO        TO ESTOQ-PRODUTO.
           MOVE TRF-FILIAL-DESTINO TO ESTOQ-FILIAL.
           READ ESTOQUE-MASTER
               INVALID KEY
                   MOVE WRK-QTDE-RECEBIDA TO ESTOQ-SALDO
                   MOVE ZERO TO ESTOQ-MINIMO
                   WRITE ESTOQ-REGISTRO
               NOT INVALID KEY
                   ADD WRK-QTDE-RECEBIDA TO ESTOQ-SALDO
                   REWRITE ESTOQ-REGISTRO
           END-READ.

       0220-BAIXAR-TRANSFERENCIA.
           MOVE WRK-QTDE-RECEBIDA TO TRF-QTDE-RECEBIDA.
           MOVE WRK-DATAHOJE      TO TRF-DATA-RECEBIMENTO.
           SET TRF-STATUS-RECEBIDA TO TRUE.
           REWRITE TRF-REGISTRO.
           COMPUTE WRK-QTDE-FALTA =
               TRF-QUANTIDADE - WRK-QTDE-RECEBIDA.
           DISPLAY 'TRANSFERENCIA ' TRF-NUMERO ' RECEBIDA NA FILIAL '
                   TRF-FILIAL-DESTINO ' - QUANTIDADE: '
                   WRK-QTDE-RECEBIDA.
           IF WRK-QTDE-FALTA > ZERO
               DISPLAY 'FALTA NO RECEBIMENTO: ' WRK-QTDE-FALTA
                       ' UNIDADE(S)'
               MOVE 4 TO RETURN-CODE
           END-IF.

       0300-FINALIZAR.
           CLOSE TRANSF-ESTOQUE.
           CLOSE ESTOQUE-MASTER.
           PERFORM 0310-GRAVAR-AUDITORIA.

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
           MOVE 'PROGCOB44R' TO AUDIT-PROGRAMA.
           MOVE WRK-NUMERO-TRF TO AUDIT-ENTRADA-CHAVE (01:06).
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE 'TRANSFERENCIA RECEBIDA' TO AUDIT-RESULTADO
               WHEN 4
                   MOVE 'RECEBIDA COM FALTA DE ' TO AUDIT-RESULTADO
                   MOVE WRK-QTDE-FALTA TO AUDIT-RESULTADO (23:05)
               WHEN OTHER
                   MOVE WRK-MOTIVO TO AUDIT-RESULTADO
           END-EVALUATE.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
