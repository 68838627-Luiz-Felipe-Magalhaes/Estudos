       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB46D.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: DEVOLUCAO DE MERCADORIA AO FORNECEDOR - A PARTIR DO
      *           PEDIDO DE COMPRA RECEBIDO (PEDIDO-COMPRA), LOCALIZA A
      *           ENTRADA DO RECEBIMENTO (ENTRADAS) PARA SABER A FILIAL
      *           QUE RECEBEU E O CUSTO DA NOTA; BAIXA A QUANTIDADE
      *           DEVOLVIDA DO SALDO DA FILIAL (ESTOQUE-MASTER),
      *           ESTORNA O EFEITO DA ENTRADA NO CUSTO MEDIO MOVEL
      *           (PROD-CUSTO-MEDIO), EMITE A NOTA DE DEBITO
      *           (NOTA-DEBITO) E A COMPENSA NOS TITULOS EM ABERTO DO
      *           FORNECEDOR NO CONTAS A PAGAR (CTAPAG), DO MAIS ANTIGO
      *           PARA O MAIS NOVO, E LANCA O ESTORNO NO EXTRATO
      *           CONTABIL (RAZAOEXT): DEBITO DE FORNECEDORES A PAGAR E
      *           CREDITO DE ESTOQUES. PRODUTO COM CONTROLE DE SERIE TEM
      *           AS UNIDADES DEVOLVIDAS BAIXADAS NO SERIE-MASTER
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
           SELECT PEDIDO-COMPRA ASSIGN TO 'PEDCOMPRA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEDC-NUMERO
               FILE STATUS IS WRK-FS-PEDC.
           SELECT ENTRADAS-MERCADORIA ASSIGN TO 'ENTRADAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENTR.
           SELECT ESTOQUE-MASTER ASSIGN TO 'ESTOQMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ESTOQ-CHAVE
               FILE STATUS IS WRK-FS-ESTOQ.
           SELECT PRODUTO-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PROD.
           SELECT SERIE-MASTER ASSIGN TO 'SERIEMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SER-CHAVE
               FILE STATUS IS WRK-FS-SERIE.
           SELECT CONTAS-PAGAR ASSIGN TO 'CTAPAG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTAP-NUMERO
               FILE STATUS IS WRK-FS-CTAP.
           SELECT NOTA-DEBITO ASSIGN TO 'NOTADEB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ND-NUMERO
               FILE STATUS IS WRK-FS-ND.
           SELECT CHECKPOINT-NOTADEB ASSIGN TO 'CHECKND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHECK.
           SELECT RAZAO-EXTRATO ASSIGN TO 'RAZAOEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RAZAO.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-COMPRA.
           COPY CPPEDCOM.
       FD  ENTRADAS-MERCADORIA.
           COPY CPENTRAD.
       FD  ESTOQUE-MASTER.
           COPY CPESTOQ.
       FD  PRODUTO-MASTER.
           COPY CPPROD.
       FD  SERIE-MASTER.
           COPY CPSERIE.
       FD  CONTAS-PAGAR.
           COPY CPCTAPAG.
       FD  NOTA-DEBITO.
           COPY CPNOTADEB.
       FD  CHECKPOINT-NOTADEB.
       01  CHECKND-REGISTRO          PIC 9(06).
       FD  RAZAO-EXTRATO.
           COPY CPRAZAO.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
           COPY CPJORNAL.
       77  WRK-FS-PEDC               PIC X(02) VALUE '00'.
       77  WRK-FS-ENTR               PIC X(02) VALUE '00'.
       77  WRK-FS-ESTOQ              PIC X(02) VALUE '00'.
       77  WRK-FS-PROD               PIC X(02) VALUE '00'.
       77  WRK-FS-SERIE              PIC X(02) VALUE '00'.
       77  WRK-FS-CTAP               PIC X(02) VALUE '00'.
       77  WRK-FS-ND                 PIC X(02) VALUE '00'.
       77  WRK-FS-CHECK              PIC X(02) VALUE '00'.
       77  WRK-FS-RAZAO              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-NUMERO                PIC 9(06) VALUE ZERO.
       77  WRK-QTDE-DEVOLVIDA        PIC 9(05) VALUE ZERO.
       77  WRK-MOTIVO-DEVOLUCAO      PIC X(30) VALUE SPACES.
       77  WRK-MOTIVO                PIC X(30) VALUE SPACES.
       77  WRK-EOF-ENTR-SW           PIC X(01) VALUE 'N'.
           88  WRK-FIM-ENTRADAS          VALUE 'S'.
       77  WRK-ENTRADA-SW            PIC X(01) VALUE 'N'.
           88  WRK-ENTRADA-ACHADA        VALUE 'S'.
       77  WRK-FILIAL                PIC X(04) VALUE SPACES.
       77  WRK-CUSTO-UNITARIO        PIC 9(07)V99 VALUE ZERO.
       77  WRK-QTDE-RECEBIDA         PIC 9(05) VALUE ZERO.
       77  WRK-SALDO-BASE            PIC 9(07) VALUE ZERO.
       77  WRK-VALOR-ESTOQUE         PIC S9(11)V99 VALUE ZERO.
       77  WRK-CUSTO-NOVO            PIC 9(07)V99 VALUE ZERO.
       77  WRK-VALOR-DEVOLUCAO       PIC 9(09)V99 VALUE ZERO.
       77  WRK-A-COMPENSAR           PIC 9(09)V99 VALUE ZERO.
       77  WRK-ABATIMENTO            PIC 9(09)V99 VALUE ZERO.
       77  WRK-VALOR-ED              PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTDE-TITULOS          PIC 9(05) VALUE ZERO.
       77  WRK-EOF-CTAP-SW           PIC X(01) VALUE 'N'.
           88  WRK-FIM-TITULOS           VALUE 'S'.
       77  WRK-ULTIMO-NUMERO-ND      PIC 9(06) VALUE ZERO.
       77  WRK-NUMERO-SERIE          PIC X(20) VALUE SPACES.
       77  WRK-IDX-SERIE             PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-SEM-SERIE        PIC 9(05) VALUE ZERO.
       77  WRK-CONTA-FORNEC-PAGAR    PIC 9(06) VALUE 220200.
       77  WRK-CONTA-ESTOQUE         PIC 9(06) VALUE 130100.
       77  WRK-LANC-OK               PIC X(01) VALUE 'S'.
           88  WRK-LANC-VALIDO           VALUE 'S'.
       77  WRK-LANC-MOTIVO           PIC X(30) VALUE SPACES.
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
           DISPLAY 'NUMERO DO PEDIDO DE COMPRA RECEBIDO..'.
           ACCEPT WRK-NUMERO FROM CONSOLE.
           DISPLAY 'QUANTIDADE DEVOLVIDA..'.
           ACCEPT WRK-QTDE-DEVOLVIDA FROM CONSOLE.
           DISPLAY 'MOTIVO DA DEVOLUCAO..'.
           ACCEPT WRK-MOTIVO-DEVOLUCAO FROM CONSOLE.
           OPEN INPUT PEDIDO-COMPRA.
           OPEN I-O ESTOQUE-MASTER.
           OPEN I-O PRODUTO-MASTER.
           OPEN I-O CONTAS-PAGAR.
           OPEN I-O NOTA-DEBITO.
           IF WRK-FS-ND = '35'
               OPEN OUTPUT NOTA-DEBITO
               CLOSE NOTA-DEBITO
               OPEN I-O NOTA-DEBITO
           END-IF.

       0200-PROCESSAR.
           MOVE WRK-NUMERO TO PEDC-NUMERO.
           READ PEDIDO-COMPRA
               INVALID KEY
                   MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MOTIVO
                   MOVE 16 TO RETURN-CODE
           END-READ.
           IF RETURN-CODE = 0
               IF NOT PEDC-STATUS-RECEBIDO
                   MOVE 'PEDIDO AINDA NAO RECEBIDO' TO WRK-MOTIVO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               PERFORM 0210-LOCALIZAR-ENTRADA
               IF NOT WRK-ENTRADA-ACHADA
                   MOVE 'ENTRADA DO PEDIDO NAO ACHADA'
                       TO WRK-MOTIVO
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               IF WRK-QTDE-DEVOLVIDA = ZERO
                  OR WRK-QTDE-DEVOLVIDA > WRK-QTDE-RECEBIDA
                   MOVE 'QUANTIDADE FORA DO RECEBIDO' TO WRK-MOTIVO
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               MOVE PEDC-PRODUTO TO ESTOQ-PRODUTO
               MOVE WRK-FILIAL   TO ESTOQ-FILIAL
               READ ESTOQUE-MASTER
                   INVALID KEY
                       MOVE 'SEM SALDO NA FILIAL' TO WRK-MOTIVO
                       MOVE 12 TO RETURN-CODE
               END-READ
           END-IF.
           IF RETURN-CODE = 0
               IF ESTOQ-SALDO < WRK-QTDE-DEVOLVIDA
                   MOVE 'SALDO INSUFICIENTE NA FILIAL' TO WRK-MOTIVO
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               MOVE PEDC-PRODUTO TO PROD-CODIGO
               READ PRODUTO-MASTER
                   INVALID KEY
                       MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MOTIVO
                       MOVE 12 TO RETURN-CODE
               END-READ
           END-IF.
           IF RETURN-CODE = 0
               PERFORM 0220-BAIXAR-ESTOQUE
               PERFORM 0230-ESTORNAR-CUSTO-MEDIO
               IF PROD-COM-SERIE
                   PERFORM 0240-BAIXAR-SERIES
               END-IF
               PERFORM 0250-EMITIR-NOTA-DEBITO
               PERFORM 0270-LANCAR-RAZAO
           ELSE
               DISPLAY 'DEVOLUCAO RECUSADA: ' WRK-MOTIVO
           END-IF.

      ******************************* A ENTRADA DO PEDIDO E A DO
      ******************************* PRODUTO E FORNECEDOR NA DATA DO
      ******************************* RECEBIMENTO; DELA VEM A FILIAL
      ******************************* QUE RECEBEU E O CUSTO DA NOTA
       0210-LOCALIZAR-ENTRADA.
           OPEN INPUT ENTRADAS-MERCADORIA.
           IF WRK-FS-ENTR NOT = '00'
               SET WRK-FIM-ENTRADAS TO TRUE
           ELSE
               PERFORM 0211-LER-ENTRADA
               PERFORM 0212-CONFERIR-ENTRADA
                   UNTIL WRK-FIM-ENTRADAS OR WRK-ENTRADA-ACHADA
               CLOSE ENTRADAS-MERCADORIA
           END-IF.

       0211-LER-ENTRADA.
           READ ENTRADAS-MERCADORIA
               AT END SET WRK-FIM-ENTRADAS TO TRUE
           END-READ.

       0212-CONFERIR-ENTRADA.
           IF ENTR-PRODUTO = PEDC-PRODUTO
              AND ENTR-FORNECEDOR = PEDC-FORNECEDOR
              AND ENTR-DATA = PEDC-DATA-RECEBIMENTO
               SET WRK-ENTRADA-ACHADA TO TRUE
               MOVE ENTR-FILIAL         TO WRK-FILIAL
               MOVE ENTR-CUSTO-UNITARIO TO WRK-CUSTO-UNITARIO
               MOVE ENTR-QUANTIDADE     TO WRK-QTDE-RECEBIDA
           ELSE
               PERFORM 0211-LER-ENTRADA
           END-IF.

       0220-BAIXAR-ESTOQUE.
           IF ESTOQ-SALDO > ZERO
               MOVE ESTOQ-SALDO TO WRK-SALDO-BASE
           ELSE
               MOVE ZERO TO WRK-SALDO-BASE
           END-IF.
           SUBTRACT WRK-QTDE-DEVOLVIDA FROM ESTOQ-SALDO.
           REWRITE ESTOQ-REGISTRO.

      ******************************* ESTORNO DA MEDIA MOVEL: TIRA DO
      ******************************* VALOR DO SALDO DA FILIAL A
      ******************************* QUANTIDADE DEVOLVIDA PELO CUSTO
      ******************************* DA NOTA; SEM SALDO RESTANTE OU
      ******************************* COM VALOR NEGATIVO O CUSTO MEDIO
      ******************************* FICA COMO ESTA
       0230-ESTORNAR-CUSTO-MEDIO.
           COMPUTE WRK-VALOR-DEVOLUCAO =
               WRK-QTDE-DEVOLVIDA * WRK-CUSTO-UNITARIO.
           IF WRK-SALDO-BASE > WRK-QTDE-DEVOLVIDA
               COMPUTE WRK-VALOR-ESTOQUE =
                   (WRK-SALDO-BASE * PROD-CUSTO-MEDIO)
                   - WRK-VALOR-DEVOLUCAO
               IF WRK-VALOR-ESTOQUE > ZERO
                   COMPUTE WRK-CUSTO-NOVO ROUNDED =
                       WRK-VALOR-ESTOQUE
                       / (WRK-SALDO-BASE - WRK-QTDE-DEVOLVIDA)
                   INITIALIZE JORN-REGISTRO
                   MOVE 'PRODMAST' TO JORN-ARQUIVO
                   MOVE PROD-CODIGO TO JORN-CHAVE (01:10)
                   MOVE 'PROD-CUSTO-MEDIO' TO JORN-CAMPO
                   MOVE PROD-CUSTO-MEDIO TO JORN-VALOR-ANTES
                   MOVE WRK-CUSTO-NOVO TO JORN-VALOR-DEPOIS
                   MOVE 'PROGCOB46D' TO JORN-PROGRAMA
                   CALL 'PROGCOBG' USING JORN-REGISTRO
                   MOVE WRK-CUSTO-NOVO TO PROD-CUSTO-MEDIO
                   REWRITE PROD-REGISTRO
               END-IF
           END-IF.

      ******************************* UNIDADES COM SERIE DEVOLVIDAS -
      ******************************* SO DO ESTOQUE OU RETIDAS COMO
      ******************************* DEFEITUOSAS PELO RMA
       0240-BAIXAR-SERIES.
           OPEN I-O SERIE-MASTER.
           MOVE ZERO TO WRK-QTDE-SEM-SERIE.
           IF WRK-FS-SERIE = '00'
               PERFORM 0245-BAIXAR-SERIE
                   VARYING WRK-IDX-SERIE FROM 1 BY 1
                   UNTIL WRK-IDX-SERIE > WRK-QTDE-DEVOLVIDA
               CLOSE SERIE-MASTER
           ELSE
               MOVE WRK-QTDE-DEVOLVIDA TO WRK-QTDE-SEM-SERIE
           END-IF.
           IF WRK-QTDE-SEM-SERIE > ZERO
               DISPLAY 'UNIDADES DEVOLVIDAS SEM BAIXA DE SERIE: '
                       WRK-QTDE-SEM-SERIE
               MOVE 4 TO RETURN-CODE
           END-IF.

       0245-BAIXAR-SERIE.
           DISPLAY 'NUMERO DE SERIE DA UNIDADE ' WRK-IDX-SERIE '..'.
           ACCEPT WRK-NUMERO-SERIE FROM CONSOLE.
           MOVE PEDC-PRODUTO     TO SER-PRODUTO.
           MOVE WRK-NUMERO-SERIE TO SER-NUMERO.
           READ SERIE-MASTER
               INVALID KEY
                   DISPLAY 'SERIE NAO REGISTRADA: ' WRK-NUMERO-SERIE
                   ADD 1 TO WRK-QTDE-SEM-SERIE
               NOT INVALID KEY
                   IF SER-STATUS-ESTOQUE OR SER-STATUS-DEFEITUOSO
                       MOVE PEDC-FORNECEDOR TO SER-FORNECEDOR
                       SET SER-STATUS-DEVOLVIDO-FORN TO TRUE
                       REWRITE SER-REGISTRO
                   ELSE
                       DISPLAY 'SERIE FORA DO ESTOQUE (SITUACAO '
                               SER-STATUS '): ' WRK-NUMERO-SERIE
                       ADD 1 TO WRK-QTDE-SEM-SERIE
                   END-IF
           END-READ.

      ******************************* NOTA DE DEBITO PELO CUSTO DA
      ******************************* NOTA DE ENTRADA, COMPENSADA NOS
      ******************************* TITULOS EM ABERTO DO FORNECEDOR
       0250-EMITIR-NOTA-DEBITO.
           MOVE WRK-VALOR-DEVOLUCAO TO WRK-A-COMPENSAR.
           IF WRK-FS-CTAP = '00'
               MOVE ZEROS TO CTAP-NUMERO
               START CONTAS-PAGAR KEY >= CTAP-NUMERO
                   INVALID KEY SET WRK-FIM-TITULOS TO TRUE
               END-START
               PERFORM 0260-COMPENSAR-TITULO
                   UNTIL WRK-FIM-TITULOS OR WRK-A-COMPENSAR = ZERO
           END-IF.
           PERFORM 0130-LER-CHECKPOINT.
           ADD 1 TO WRK-ULTIMO-NUMERO-ND.
           INITIALIZE ND-REGISTRO.
           MOVE WRK-ULTIMO-NUMERO-ND TO ND-NUMERO.
           MOVE PEDC-FORNECEDOR      TO ND-CNPJ.
           MOVE WRK-NUMERO           TO ND-PEDIDO-COMPRA.
           MOVE PEDC-PRODUTO         TO ND-PRODUTO.
           MOVE WRK-FILIAL           TO ND-FILIAL.
           MOVE WRK-QTDE-DEVOLVIDA   TO ND-QUANTIDADE.
           MOVE WRK-CUSTO-UNITARIO   TO ND-CUSTO-UNITARIO.
           MOVE WRK-VALOR-DEVOLUCAO  TO ND-VALOR.
           COMPUTE ND-VALOR-COMPENSADO =
               WRK-VALOR-DEVOLUCAO - WRK-A-COMPENSAR.
           MOVE WRK-A-COMPENSAR      TO ND-SALDO.
           MOVE WRK-DATAHOJE         TO ND-DATA.
           MOVE WRK-MOTIVO-DEVOLUCAO TO ND-MOTIVO.
           MOVE WRK-OPERADOR         TO ND-OPERADOR.
           IF WRK-A-COMPENSAR = ZERO
               SET ND-STATUS-COMPENSADA TO TRUE
           ELSE
               SET ND-STATUS-COM-SALDO TO TRUE
           END-IF.
           WRITE ND-REGISTRO.
           PERFORM 0320-GRAVAR-CHECKPOINT.
           MOVE ND-VALOR TO WRK-VALOR-ED.
           DISPLAY 'NOTA DE DEBITO ' ND-NUMERO ' EMITIDA - VALOR: '
                   WRK-VALOR-ED.
           MOVE ND-VALOR-COMPENSADO TO WRK-VALOR-ED.
           DISPLAY 'COMPENSADO EM ' WRK-QTDE-TITULOS
                   ' TITULO(S) DO CONTAS A PAGAR: ' WRK-VALOR-ED.
           IF ND-SALDO > ZERO
               MOVE ND-SALDO TO WRK-VALOR-ED
               DISPLAY 'CREDITO JUNTO AO FORNECEDOR SEM TITULO PARA '
                       'ABATER: ' WRK-VALOR-ED
           END-IF.

       0260-COMPENSAR-TITULO.
           READ CONTAS-PAGAR NEXT
               AT END SET WRK-FIM-TITULOS TO TRUE
           END-READ.
           IF NOT WRK-FIM-TITULOS
               IF CTAP-STATUS-ABERTO
                  AND CTAP-CNPJ = PEDC-FORNECEDOR
                   PERFORM 0265-ABATER-TITULO
               END-IF
           END-IF.

       0265-ABATER-TITULO.
           IF CTAP-VALOR > WRK-A-COMPENSAR
               MOVE WRK-A-COMPENSAR TO WRK-ABATIMENTO
           ELSE
               MOVE CTAP-VALOR TO WRK-ABATIMENTO
           END-IF.
           INITIALIZE JORN-REGISTRO.
           MOVE 'CTAPAG' TO JORN-ARQUIVO.
           MOVE CTAP-NUMERO TO JORN-CHAVE (01:06).
           MOVE 'CTAP-VALOR' TO JORN-CAMPO.
           MOVE CTAP-VALOR TO JORN-VALOR-ANTES.
           SUBTRACT WRK-ABATIMENTO FROM CTAP-VALOR.
           MOVE CTAP-VALOR TO JORN-VALOR-DEPOIS.
           MOVE 'PROGCOB46D' TO JORN-PROGRAMA.
           CALL 'PROGCOBG' USING JORN-REGISTRO.
           IF CTAP-VALOR = ZERO
               SET CTAP-STATUS-COMPENSADO TO TRUE
           END-IF.
           REWRITE CTAP-REGISTRO.
           SUBTRACT WRK-ABATIMENTO FROM WRK-A-COMPENSAR.
           ADD 1 TO WRK-QTDE-TITULOS.

      ******************************* ESTORNO CONTABIL DA ENTRADA:
      ******************************* DEBITO FORNECEDORES A PAGAR,
      ******************************* CREDITO ESTOQUES
       0270-LANCAR-RAZAO.
           OPEN EXTEND RAZAO-EXTRATO.
           IF WRK-FS-RAZAO = '35'
               OPEN OUTPUT RAZAO-EXTRATO
               CLOSE RAZAO-EXTRATO
               OPEN EXTEND RAZAO-EXTRATO
           END-IF.
           MOVE WRK-CONTA-FORNEC-PAGAR TO RAZAO-CONTA.
           MOVE 'DEVOLUCAO A FORNECEDOR - N.D.' TO RAZAO-DESCRICAO.
           SET RAZAO-TIPO-DEBITO TO TRUE.
           MOVE WRK-VALOR-DEVOLUCAO TO RAZAO-VALOR.
           PERFORM 0275-GRAVAR-LANCAMENTO.
           MOVE WRK-CONTA-ESTOQUE TO RAZAO-CONTA.
           MOVE 'BAIXA DE ESTOQUE POR DEVOLUCAO' TO RAZAO-DESCRICAO.
           SET RAZAO-TIPO-CREDITO TO TRUE.
           MOVE WRK-VALOR-DEVOLUCAO TO RAZAO-VALOR.
           PERFORM 0275-GRAVAR-LANCAMENTO.
           CLOSE RAZAO-EXTRATO.

       0275-GRAVAR-LANCAMENTO.
           MOVE WRK-DATAHOJE TO RAZAO-DATA.
           CALL 'PROGCOB19R' USING RAZAO-REGISTRO WRK-LANC-OK
               WRK-LANC-MOTIVO.
           IF NOT WRK-LANC-VALIDO
               DISPLAY 'LANCAMENTO RECUSADO NA VALIDACAO CONTABIL ('
                       WRK-LANC-MOTIVO ') CONTA ' RAZAO-CONTA
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'PROGCOB46D' TO RAZAO-ORIGEM
               WRITE RAZAO-REGISTRO
           END-IF.

      ******************************* LE O ULTIMO NUMERO DE NOTA DE
      ******************************* DEBITO JA ATRIBUIDO
       0130-LER-CHECKPOINT.
           OPEN INPUT CHECKPOINT-NOTADEB.
           IF WRK-FS-CHECK = '00'
               READ CHECKPOINT-NOTADEB
                   AT END MOVE ZERO TO WRK-ULTIMO-NUMERO-ND
               END-READ
               IF WRK-FS-CHECK = '00'
                   MOVE CHECKND-REGISTRO TO WRK-ULTIMO-NUMERO-ND
               END-IF
               CLOSE CHECKPOINT-NOTADEB
           ELSE
               MOVE ZERO TO WRK-ULTIMO-NUMERO-ND
           END-IF.

       0300-FINALIZAR.
           CLOSE PEDIDO-COMPRA.
           CLOSE ESTOQUE-MASTER.
           CLOSE PRODUTO-MASTER.
           CLOSE CONTAS-PAGAR.
           CLOSE NOTA-DEBITO.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

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
           MOVE 'PROGCOB46D' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-NUMERO TO AUDIT-ENTRADA-CHAVE (01:06).
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE 'DEVOLUCAO COM NOTA DE DEBITO' TO
                       AUDIT-RESULTADO
               WHEN 4
                   MOVE 'DEVOLUCAO COM PENDENCIA' TO AUDIT-RESULTADO
               WHEN OTHER
                   MOVE WRK-MOTIVO TO AUDIT-RESULTADO
           END-EVALUATE.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

      ******************************* ATUALIZA O PONTO DE CONTROLE COM
      ******************************* O ULTIMO NUMERO DE NOTA DE DEBITO
       0320-GRAVAR-CHECKPOINT.
           MOVE WRK-ULTIMO-NUMERO-ND TO CHECKND-REGISTRO.
           OPEN OUTPUT CHECKPOINT-NOTADEB.
           WRITE CHECKND-REGISTRO.
           CLOSE CHECKPOINT-NOTADEB.
