       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB47X.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: PERCORRER A FILA DE EXCECOES DO CONFRONTO PEDIDO X
      *           RECEBIMENTO X FATURA (EXCECOMP, GRAVADA PELO
      *           PROGCOB22B) E DEIXAR O COMPRAS LIBERAR OU RECUSAR CADA
      *           FATURA DE FORNECEDOR FORA DA TOLERANCIA; A FATURA
      *           LIBERADA FICA APROVADA E VIRA TITULO NO PROXIMO
      *           PROGCOB22B, A RECUSADA NUNCA VIRA TITULO - NA MESMA
      *           CONVENCAO DE FILA DE DECISAO DO PROGCOB21A
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
           SELECT EXCECAO-COMPRA ASSIGN TO 'EXCECOMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EXC-CHAVE
               FILE STATUS IS WRK-FS-EXC.
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
       FD  EXCECAO-COMPRA.
           COPY CPEXCCOM.
       FD  FATURA-FORNECEDOR.
           COPY CPFATFOR.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-EXC            PIC X(02) VALUE '00'.
       77  WRK-FS-FF             PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT          PIC X(02) VALUE '00'.
       77  WRK-EOF-SW            PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO       VALUE 'S'.
       77  WRK-OPERADOR          PIC X(08) VALUE SPACES.
       77  WRK-DATAHOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-DECISAO-SW        PIC X(01) VALUE SPACES.
           88  WRK-DECISAO-LIBERA    VALUE 'L'.
           88  WRK-DECISAO-RECUSA    VALUE 'R'.
       77  WRK-CUSTO-ED          PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTDE-LIBERADAS    PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-RECUSADAS    PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
               UNTIL WRK-FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           OPEN I-O FATURA-FORNECEDOR.
           OPEN I-O EXCECAO-COMPRA.
           IF WRK-FS-EXC = '35'
               DISPLAY 'SEM EXCECOES DE CONFRONTO REGISTRADAS'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0110-LER-PROXIMA-EXCECAO
           END-IF.

       0110-LER-PROXIMA-EXCECAO.
           READ EXCECAO-COMPRA
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0200-PROCESSAR.
           IF EXC-STATUS-ABERTA
               PERFORM 0210-DECIDIR-EXCECAO
           END-IF.
           PERFORM 0110-LER-PROXIMA-EXCECAO.

      ******************************* EXIBE OS TRES DOCUMENTOS LADO A
      ******************************* LADO E PEDE A DECISAO DO COMPRAS
       0210-DECIDIR-EXCECAO.
           DISPLAY 'NOTA ' EXC-NUMERO-NOTA ' CNPJ ' EXC-CNPJ
                   ' PEDIDO ' EXC-PEDIDO-COMPRA ' PRODUTO=' EXC-PRODUTO.
           DISPLAY '  MOTIVO: ' EXC-MOTIVO.
           DISPLAY '  QUANTIDADE PEDIDA=' EXC-QTDE-PEDIDA
                   ' RECEBIDA=' EXC-QTDE-RECEBIDA
                   ' FATURADA=' EXC-QTDE-FATURADA.
           MOVE EXC-CUSTO-PEDIDO TO WRK-CUSTO-ED.
           DISPLAY '  CUSTO PEDIDO..: ' WRK-CUSTO-ED.
           MOVE EXC-CUSTO-RECEBIDO TO WRK-CUSTO-ED.
           DISPLAY '  CUSTO RECEBIDO: ' WRK-CUSTO-ED.
           MOVE EXC-CUSTO-FATURADO TO WRK-CUSTO-ED.
           DISPLAY '  CUSTO FATURADO: ' WRK-CUSTO-ED.
           DISPLAY 'LIBERAR OU RECUSAR A FATURA (L/R)..'.
           ACCEPT WRK-DECISAO-SW FROM CONSOLE.
           IF WRK-DECISAO-LIBERA OR WRK-DECISAO-RECUSA
               PERFORM 0220-RESOLVER-EXCECAO
           ELSE
               DISPLAY 'DECISAO INVALIDA - EXCECAO PERMANECE '
                       'ABERTA'
           END-IF.

      ******************************* A FATURA LIBERADA FICA APROVADA
      ******************************* PARA O PROGCOB22B GERAR O TITULO
      ******************************* SEM NOVO CONFRONTO
       0220-RESOLVER-EXCECAO.
           MOVE EXC-CHAVE TO FF-CHAVE.
           READ FATURA-FORNECEDOR
               INVALID KEY
                   DISPLAY 'FATURA DA EXCECAO NAO ENCONTRADA: '
                           EXC-NUMERO-NOTA
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   IF WRK-DECISAO-LIBERA
                       SET FF-STATUS-APROVADA TO TRUE
                       SET EXC-STATUS-LIBERADA TO TRUE
                       ADD 1 TO WRK-QTDE-LIBERADAS
                       DISPLAY 'FATURA LIBERADA: ' EXC-NUMERO-NOTA
                   ELSE
                       SET FF-STATUS-RECUSADA TO TRUE
                       SET EXC-STATUS-RECUSADA TO TRUE
                       ADD 1 TO WRK-QTDE-RECUSADAS
                       DISPLAY 'FATURA RECUSADA: ' EXC-NUMERO-NOTA
                   END-IF
                   REWRITE FF-REGISTRO
                   MOVE WRK-OPERADOR TO EXC-RESOLVIDO-POR
                   MOVE WRK-DATAHOJE TO EXC-DATA-RESOLUCAO
                   REWRITE EXC-REGISTRO
           END-READ.

       0300-FINALIZAR.
           IF WRK-FS-EXC NOT = '35'
               CLOSE EXCECAO-COMPRA
           END-IF.
           IF WRK-FS-FF NOT = '35'
               CLOSE FATURA-FORNECEDOR
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - LIBERADAS: '
                   WRK-QTDE-LIBERADAS ' RECUSADAS: '
                   WRK-QTDE-RECUSADAS.

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
           MOVE 'PROGCOB47X' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE 'FILA EXCECOES' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'REVISAO DE EXCECOES DE FATURA' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
