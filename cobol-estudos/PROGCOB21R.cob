      * DATA   = 02/09/2026
      * HISTORICO DE ALTERACOES
      * 02/09/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - PRODUTO COM CONTROLE DE SERIE (PROD-COM-SERIE)
      *                 TEM UM NUMERO DE SERIE POR UNIDADE RECEBIDA
      *                 GRAVADO NO SERIE-MASTER COM O FORNECEDOR DO
      *                 PEDIDO; UNIDADE SEM SERIE OU SERIE DUPLICADA
      *                 DEVOLVE RC 4
      * 15/10/2026 FM - A ENTRADA GRAVADA PASSA A LEVAR O NUMERO DO
      *                 PEDIDO DE COMPRA RECEBIDO (ENTR-PEDIDO-COMPRA),
      *                 PARA O CONFRONTO COM A FATURA DO FORNECEDOR
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEDC-NUMERO
               FILE STATUS IS WRK-FS-PEDC.
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
           SELECT ENTRADAS-MERCADORIA ASSIGN TO 'ENTRADAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENTR.
       FILE SECTION.
       FD  PEDIDO-COMPRA.
           COPY CPPEDCOM.
       FD  PRODUTO-MASTER.
           COPY CPPROD.
       FD  SERIE-MASTER.
           COPY CPSERIE.
       FD  ENTRADAS-MERCADORIA.
           COPY CPENTRAD.
       FD  AUDITORIA-LOG.
       WORKING-STORAGE SECTION.
       77  WRK-FS-PEDC           PIC X(02) VALUE '00'.
       77  WRK-FS-ENTR           PIC X(02) VALUE '00'.
       77  WRK-FS-PROD           PIC X(02) VALUE '00'.
       77  WRK-FS-SERIE          PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT          PIC X(02) VALUE '00'.
       77  WRK-OPERADOR          PIC X(08) VALUE SPACES.
       77  WRK-NUMERO            PIC 9(06) VALUE ZERO.
       77  WRK-CUSTO-UNITARIO    PIC 9(07)V99 VALUE ZERO.
       77  WRK-DATAHOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-AUDIT-RESULTADO   PIC X(30) VALUE SPACES.
       77  WRK-NUMERO-SERIE      PIC X(20) VALUE SPACES.
       77  WRK-IDX-SERIE         PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-SEM-SERIE    PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           DISPLAY 'NUMERO DO PEDIDO DE COMPRA..'.
           ACCEPT WRK-NUMERO FROM CONSOLE.
           OPEN I-O PEDIDO-COMPRA.
           OPEN INPUT PRODUTO-MASTER.

       0200-PROCESSAR.
           MOVE WRK-NUMERO TO PEDC-NUMERO.
           MOVE WRK-CUSTO-UNITARIO TO ENTR-CUSTO-UNITARIO.
           MOVE WRK-DATAHOJE       TO ENTR-DATA.
           MOVE PEDC-FORNECEDOR    TO ENTR-FORNECEDOR.
           MOVE WRK-NUMERO         TO ENTR-PEDIDO-COMPRA.
           WRITE ENTR-REGISTRO.
           CLOSE ENTRADAS-MERCADORIA.
           SET PEDC-STATUS-RECEBIDO TO TRUE.
           MOVE 'RECEBIMENTO REGISTRADO' TO WRK-AUDIT-RESULTADO.
           DISPLAY 'RECEBIMENTO REGISTRADO - PEDIDO ' WRK-NUMERO
                   ' PRODUTO ' PEDC-PRODUTO ' FILIAL ' WRK-FILIAL.
           MOVE PEDC-PRODUTO TO PROD-CODIGO.
           READ PRODUTO-MASTER
               INVALID KEY MOVE 'N' TO PROD-CONTROLA-SERIE
           END-READ.
           IF PROD-COM-SERIE
               PERFORM 0230-REGISTRAR-SERIES
           END-IF.

      ******************************* PRODUTO COM CONTROLE DE SERIE:
      ******************************* UM NUMERO DE SERIE POR UNIDADE
      ******************************* RECEBIDA, LIGADO AO FORNECEDOR
       0230-REGISTRAR-SERIES.
           OPEN I-O SERIE-MASTER.
           IF WRK-FS-SERIE = '35'
               OPEN OUTPUT SERIE-MASTER
               CLOSE SERIE-MASTER
               OPEN I-O SERIE-MASTER
           END-IF.
           MOVE ZERO TO WRK-QTDE-SEM-SERIE.
           PERFORM 0240-GRAVAR-SERIE
               VARYING WRK-IDX-SERIE FROM 1 BY 1
               UNTIL WRK-IDX-SERIE > WRK-QTDE-RECEBIDA.
           CLOSE SERIE-MASTER.
           IF WRK-QTDE-SEM-SERIE > ZERO
               DISPLAY 'UNIDADES SEM NUMERO DE SERIE REGISTRADO: '
                       WRK-QTDE-SEM-SERIE
               MOVE 'RECEBIDO COM SERIE PENDENTE' TO
                   WRK-AUDIT-RESULTADO
               MOVE 4 TO RETURN-CODE
           END-IF.

       0240-GRAVAR-SERIE.
           DISPLAY 'NUMERO DE SERIE DA UNIDADE ' WRK-IDX-SERIE '..'.
           ACCEPT WRK-NUMERO-SERIE FROM CONSOLE.
           IF WRK-NUMERO-SERIE = SPACES
               ADD 1 TO WRK-QTDE-SEM-SERIE
           ELSE
               INITIALIZE SER-REGISTRO
               MOVE PEDC-PRODUTO     TO SER-PRODUTO
               MOVE WRK-NUMERO-SERIE TO SER-NUMERO
               MOVE WRK-FILIAL       TO SER-FILIAL
               MOVE PEDC-FORNECEDOR  TO SER-FORNECEDOR
               MOVE WRK-NUMERO       TO SER-PEDIDO-COMPRA
               MOVE WRK-DATAHOJE     TO SER-DATA-ENTRADA
               SET SER-STATUS-ESTOQUE TO TRUE
               WRITE SER-REGISTRO
                   INVALID KEY
                       DISPLAY 'NUMERO DE SERIE JA REGISTRADO: '
                               WRK-NUMERO-SERIE
                       ADD 1 TO WRK-QTDE-SEM-SERIE
               END-WRITE
           END-IF.

       0300-FINALIZAR.
           CLOSE PEDIDO-COMPRA.
           CLOSE PRODUTO-MASTER.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
