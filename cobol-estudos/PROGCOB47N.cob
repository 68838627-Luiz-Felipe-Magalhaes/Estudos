       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB47N.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: CAPTURA DA FATURA (NOTA FISCAL) DO FORNECEDOR - O
      *           CONTAS A PAGAR INFORMA O CNPJ, O NUMERO DA NOTA, O
      *           PEDIDO DE COMPRA FATURADO, A QUANTIDADE E O CUSTO
      *           UNITARIO COBRADOS E A DATA DE EMISSAO; A FATURA E
      *           GRAVADA PENDENTE NO FATURA-FORNECEDOR PARA O
      *           CONFRONTO PEDIDO X RECEBIMENTO X FATURA NA GERACAO
      *           DO CONTAS A PAGAR (PROGCOB22B)
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
           SELECT FORNECEDOR-MASTER ASSIGN TO 'FORNMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FORN-CNPJ
               FILE STATUS IS WRK-FS-FORN.
           SELECT PEDIDO-COMPRA ASSIGN TO 'PEDCOMPRA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEDC-NUMERO
               FILE STATUS IS WRK-FS-PEDC.
           SELECT FATURA-FORNECEDOR ASSIGN TO 'FATFORN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FF-CHAVE
               FILE STATUS IS WRK-FS-FF.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  FORNECEDOR-MASTER.
           COPY CPFORN.
       FD  PEDIDO-COMPRA.
           COPY CPPEDCOM.
       FD  FATURA-FORNECEDOR.
           COPY CPFATFOR.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-FORN               PIC X(02) VALUE '00'.
       77  WRK-FS-PEDC               PIC X(02) VALUE '00'.
       77  WRK-FS-FF                 PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-CNPJ                  PIC X(14) VALUE SPACES.
       77  WRK-NUMERO-NOTA           PIC 9(09) VALUE ZERO.
       77  WRK-PEDIDO                PIC 9(06) VALUE ZERO.
       77  WRK-QUANTIDADE            PIC 9(05) VALUE ZERO.
       77  WRK-CUSTO-UNITARIO        PIC 9(07)V99 VALUE ZERO.
       77  WRK-DATA-EMISSAO          PIC 9(08) VALUE ZERO.
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
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'CNPJ DO FORNECEDOR..'.
           ACCEPT WRK-CNPJ FROM CONSOLE.
           DISPLAY 'NUMERO DA NOTA FISCAL DO FORNECEDOR..'.
           ACCEPT WRK-NUMERO-NOTA FROM CONSOLE.
           DISPLAY 'NUMERO DO PEDIDO DE COMPRA FATURADO..'.
           ACCEPT WRK-PEDIDO FROM CONSOLE.
           DISPLAY 'QUANTIDADE FATURADA..'.
           ACCEPT WRK-QUANTIDADE FROM CONSOLE.
           DISPLAY 'CUSTO UNITARIO FATURADO..'.
           ACCEPT WRK-CUSTO-UNITARIO FROM CONSOLE.
           DISPLAY 'DATA DE EMISSAO (AAAAMMDD)..'.
           ACCEPT WRK-DATA-EMISSAO FROM CONSOLE.
           OPEN INPUT FORNECEDOR-MASTER.
           OPEN INPUT PEDIDO-COMPRA.
           OPEN I-O FATURA-FORNECEDOR.
           IF WRK-FS-FF = '35'
               OPEN OUTPUT FATURA-FORNECEDOR
               CLOSE FATURA-FORNECEDOR
               OPEN I-O FATURA-FORNECEDOR
           END-IF.

       0200-PROCESSAR.
           MOVE WRK-CNPJ TO FORN-CNPJ.
           READ FORNECEDOR-MASTER
               INVALID KEY
                   MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MOTIVO
                   MOVE 12 TO RETURN-CODE
           END-READ.
           IF RETURN-CODE = 0
               MOVE WRK-PEDIDO TO PEDC-NUMERO
               READ PEDIDO-COMPRA
                   INVALID KEY
                       MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MOTIVO
                       MOVE 12 TO RETURN-CODE
               END-READ
           END-IF.
           IF RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN PEDC-FORNECEDOR NOT = WRK-CNPJ
                       MOVE 'PEDIDO DE OUTRO FORNECEDOR'
                           TO WRK-MOTIVO
                       MOVE 12 TO RETURN-CODE
                   WHEN PEDC-STATUS-SUGERIDO
                   WHEN PEDC-STATUS-CANCELADO
                       MOVE 'PEDIDO NAO CONFIRMADO' TO WRK-MOTIVO
                       MOVE 12 TO RETURN-CODE
                   WHEN WRK-QUANTIDADE = ZERO
                   WHEN WRK-CUSTO-UNITARIO = ZERO
                       MOVE 'QUANTIDADE OU CUSTO ZERADO' TO WRK-MOTIVO
                       MOVE 12 TO RETURN-CODE
               END-EVALUATE
           END-IF.
           IF RETURN-CODE = 0
               PERFORM 0210-GRAVAR-FATURA
           ELSE
               DISPLAY 'FATURA RECUSADA: ' WRK-MOTIVO
           END-IF.

       0210-GRAVAR-FATURA.
           INITIALIZE FF-REGISTRO.
           MOVE WRK-CNPJ           TO FF-CNPJ.
           MOVE WRK-NUMERO-NOTA    TO FF-NUMERO-NOTA.
           MOVE WRK-PEDIDO         TO FF-PEDIDO-COMPRA.
           MOVE PEDC-PRODUTO       TO FF-PRODUTO.
           MOVE WRK-QUANTIDADE     TO FF-QUANTIDADE.
           MOVE WRK-CUSTO-UNITARIO TO FF-CUSTO-UNITARIO.
           MOVE WRK-DATA-EMISSAO   TO FF-DATA-EMISSAO.
           MOVE WRK-DATAHOJE       TO FF-DATA-CAPTURA.
           SET FF-STATUS-PENDENTE TO TRUE.
           WRITE FF-REGISTRO
               INVALID KEY
                   MOVE 'NOTA JA CAPTURADA' TO WRK-MOTIVO
                   MOVE 12 TO RETURN-CODE
                   DISPLAY 'FATURA RECUSADA: ' WRK-MOTIVO
               NOT INVALID KEY
                   DISPLAY 'FATURA CAPTURADA - NOTA ' FF-NUMERO-NOTA
                           ' DE ' FORN-NOME
           END-WRITE.

       0300-FINALIZAR.
           CLOSE FORNECEDOR-MASTER.
           CLOSE PEDIDO-COMPRA.
           CLOSE FATURA-FORNECEDOR.
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
           MOVE 'PROGCOB47N' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-CNPJ TO AUDIT-ENTRADA-CHAVE (01:14).
           MOVE WRK-PEDIDO TO AUDIT-ENTRADA-CHAVE (15:06).
           IF RETURN-CODE = 0
               MOVE 'FATURA DE FORNECEDOR CAPTURADA' TO
                   AUDIT-RESULTADO
           ELSE
               MOVE WRK-MOTIVO TO AUDIT-RESULTADO
           END-IF.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
