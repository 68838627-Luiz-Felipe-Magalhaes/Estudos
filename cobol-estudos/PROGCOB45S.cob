       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB45S.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: CAPTURA DO NUMERO DE SERIE NO BALCAO - DEPOIS DA
      *           EMISSAO DA NOTA, O VENDEDOR INFORMA A NOTA FISCAL E O
      *           PRODUTO COM CONTROLE DE SERIE (PROD-COM-SERIE); A
      *           LINHA DA VENDA E CONFERIDA NO HISTORICO DE VENDAS
      *           (HISTVENDA) E CADA UNIDADE VENDIDA TEM O SEU NUMERO DE
      *           SERIE LIGADO A NOTA, A DATA DA VENDA, A FILIAL E O
      *           CPF DO CLIENTE NO SERIE-MASTER, BASE DA VALIDADE DA
      *           GARANTIA NO ATENDIMENTO DE RMA (PROGCOB45R). SERIE
      *           AINDA NAO REGISTRADA NO RECEBIMENTO E INCLUIDA JA
      *           COMO VENDIDA, SEM FORNECEDOR
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
           SELECT HIST-VENDAS ASSIGN TO 'HISTVENDA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HIST.
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
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-VENDAS.
           COPY CPHISTV.
       FD  PRODUTO-MASTER.
           COPY CPPROD.
       FD  SERIE-MASTER.
           COPY CPSERIE.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-HIST               PIC X(02) VALUE '00'.
       77  WRK-FS-PROD               PIC X(02) VALUE '00'.
       77  WRK-FS-SERIE              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-NOTAFISCAL            PIC 9(08) VALUE ZERO.
       77  WRK-PRODUTO               PIC X(10) VALUE SPACES.
       77  WRK-NUMERO-SERIE          PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO                PIC X(30) VALUE SPACES.
       77  WRK-EOF-HIST-SW           PIC X(01) VALUE 'N'.
           88  WRK-FIM-HIST              VALUE 'S'.
       77  WRK-VENDA-SW              PIC X(01) VALUE 'N'.
           88  WRK-VENDA-ACHADA          VALUE 'S'.
       77  WRK-QTDE-VENDIDA          PIC 9(05) VALUE ZERO.
       77  WRK-DATA-VENDA            PIC 9(08) VALUE ZERO.
       77  WRK-CPF                   PIC X(11) VALUE SPACES.
       77  WRK-FILIAL                PIC X(04) VALUE SPACES.
       77  WRK-IDX-SERIE             PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-LIGADAS          PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-PENDENTES        PIC 9(05) VALUE ZERO.
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
           DISPLAY 'NUMERO DA NOTA FISCAL..'.
           ACCEPT WRK-NOTAFISCAL FROM CONSOLE.
           DISPLAY 'PRODUTO VENDIDO..'.
           ACCEPT WRK-PRODUTO FROM CONSOLE.
           OPEN INPUT PRODUTO-MASTER.
           OPEN I-O SERIE-MASTER.
           IF WRK-FS-SERIE = '35'
               OPEN OUTPUT SERIE-MASTER
               CLOSE SERIE-MASTER
               OPEN I-O SERIE-MASTER
           END-IF.

       0200-PROCESSAR.
           MOVE WRK-PRODUTO TO PROD-CODIGO.
           READ PRODUTO-MASTER
               INVALID KEY
                   MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MOTIVO
                   MOVE 12 TO RETURN-CODE
           END-READ.
           IF RETURN-CODE = 0
               IF NOT PROD-COM-SERIE
                   MOVE 'PRODUTO SEM CONTROLE DE SERIE' TO WRK-MOTIVO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               PERFORM 0210-LOCALIZAR-VENDA
               IF NOT WRK-VENDA-ACHADA
                   MOVE 'VENDA NAO ENCONTRADA NA NOTA' TO WRK-MOTIVO
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               DISPLAY 'NOTA ' WRK-NOTAFISCAL ' - ' PROD-DESCRICAO
                       ' - UNIDADES VENDIDAS: ' WRK-QTDE-VENDIDA
               PERFORM 0230-LIGAR-SERIE
                   VARYING WRK-IDX-SERIE FROM 1 BY 1
                   UNTIL WRK-IDX-SERIE > WRK-QTDE-VENDIDA
               DISPLAY 'SERIES LIGADAS A NOTA: ' WRK-QTDE-LIGADAS
               IF WRK-QTDE-PENDENTES > ZERO
                   DISPLAY 'UNIDADES SEM SERIE LIGADA: '
                           WRK-QTDE-PENDENTES
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'CAPTURA DE SERIE RECUSADA: ' WRK-MOTIVO
           END-IF.

      ******************************* SOMA AS LINHAS DA NOTA PARA O
      ******************************* PRODUTO NO HISTORICO DE VENDAS
       0210-LOCALIZAR-VENDA.
           OPEN INPUT HIST-VENDAS.
           IF WRK-FS-HIST NOT = '00'
               SET WRK-FIM-HIST TO TRUE
           ELSE
               PERFORM 0215-LER-HISTORICO
               PERFORM 0220-CONFERIR-LINHA
                   UNTIL WRK-FIM-HIST
               CLOSE HIST-VENDAS
           END-IF.

       0215-LER-HISTORICO.
           READ HIST-VENDAS
               AT END SET WRK-FIM-HIST TO TRUE
           END-READ.

       0220-CONFERIR-LINHA.
           IF HV-NOTAFISCAL = WRK-NOTAFISCAL
              AND HV-PRODUTO = WRK-PRODUTO
               SET WRK-VENDA-ACHADA TO TRUE
               MOVE HV-DATA   TO WRK-DATA-VENDA
               MOVE HV-CPF    TO WRK-CPF
               MOVE HV-FILIAL TO WRK-FILIAL
               IF HV-QUANTIDADE = ZERO
                   ADD 1 TO WRK-QTDE-VENDIDA
               ELSE
                   ADD HV-QUANTIDADE TO WRK-QTDE-VENDIDA
               END-IF
           END-IF.
           PERFORM 0215-LER-HISTORICO.

      ******************************* UNIDADE EM ESTOQUE PASSA A
      ******************************* VENDIDA; SERIE DESCONHECIDA E
      ******************************* INCLUIDA; SERIE JA VENDIDA EM
      ******************************* OUTRA NOTA OU EM RMA E RECUSADA
       0230-LIGAR-SERIE.
           DISPLAY 'NUMERO DE SERIE DA UNIDADE ' WRK-IDX-SERIE '..'.
           ACCEPT WRK-NUMERO-SERIE FROM CONSOLE.
           IF WRK-NUMERO-SERIE = SPACES
               ADD 1 TO WRK-QTDE-PENDENTES
           ELSE
               MOVE WRK-PRODUTO      TO SER-PRODUTO
               MOVE WRK-NUMERO-SERIE TO SER-NUMERO
               READ SERIE-MASTER
                   INVALID KEY
                       INITIALIZE SER-REGISTRO
                       MOVE WRK-PRODUTO      TO SER-PRODUTO
                       MOVE WRK-NUMERO-SERIE TO SER-NUMERO
                       PERFORM 0240-MARCAR-VENDIDA
                       WRITE SER-REGISTRO
                       ADD 1 TO WRK-QTDE-LIGADAS
                   NOT INVALID KEY
                       PERFORM 0235-CONFERIR-SERIE
               END-READ
           END-IF.

       0235-CONFERIR-SERIE.
           EVALUATE TRUE
               WHEN SER-STATUS-ESTOQUE
                   PERFORM 0240-MARCAR-VENDIDA
                   REWRITE SER-REGISTRO
                   ADD 1 TO WRK-QTDE-LIGADAS
               WHEN SER-STATUS-VENDIDO
                AND SER-NOTAFISCAL = WRK-NOTAFISCAL
                   DISPLAY 'SERIE JA LIGADA A ESTA NOTA: '
                           WRK-NUMERO-SERIE
                   ADD 1 TO WRK-QTDE-LIGADAS
               WHEN OTHER
                   DISPLAY 'SERIE INDISPONIVEL (SITUACAO '
                           SER-STATUS ' NOTA ' SER-NOTAFISCAL '): '
                           WRK-NUMERO-SERIE
                   ADD 1 TO WRK-QTDE-PENDENTES
           END-EVALUATE.

       0240-MARCAR-VENDIDA.
           MOVE WRK-NOTAFISCAL TO SER-NOTAFISCAL.
           MOVE WRK-DATA-VENDA TO SER-DATA-VENDA.
           MOVE WRK-CPF        TO SER-CPF.
           MOVE WRK-FILIAL     TO SER-FILIAL.
           SET SER-STATUS-VENDIDO TO TRUE.

       0300-FINALIZAR.
           CLOSE PRODUTO-MASTER.
           CLOSE SERIE-MASTER.
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
           MOVE 'PROGCOB45S' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-NOTAFISCAL TO AUDIT-ENTRADA-CHAVE (01:08).
           MOVE WRK-PRODUTO TO AUDIT-ENTRADA-CHAVE (09:10).
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE 'SERIES LIGADAS A NOTA' TO AUDIT-RESULTADO
               WHEN 4
                   MOVE 'SERIES PENDENTES: ' TO AUDIT-RESULTADO
                   MOVE WRK-QTDE-PENDENTES TO AUDIT-RESULTADO (19:05)
               WHEN OTHER
                   MOVE WRK-MOTIVO TO AUDIT-RESULTADO
           END-EVALUATE.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
