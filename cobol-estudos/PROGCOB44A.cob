       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB44A.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: RELATORIO NOTURNO DE ENVELHECIMENTO DAS
      *           TRANSFERENCIAS DE ESTOQUE ENTRE FILIAIS AINDA EM
      *           TRANSITO (TRANSF-ESTOQUE, EMBARCADAS PELO PROGCOB44T
      *           E SEM CONFIRMACAO DE RECEBIMENTO NO PROGCOB44R) -
      *           LISTA CADA TRANSFERENCIA COM OS DIAS CORRIDOS DESDE
      *           O EMBARQUE, MARCA AS QUE JA PASSARAM DO PRAZO DA
      *           TRANSPORTADORA E TOTALIZA QUANTIDADE E VALOR A
      *           CUSTO MEDIO POR FAIXA DE DIAS (ATE 7, 8 A 15, 16 A
      *           30 E ACIMA DE 30) NO RELTRANS
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRF-NUMERO
               FILE STATUS IS WRK-FS-TRF.
           SELECT PRODUTO-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PROD.
           SELECT RELATORIO-TRANSITO ASSIGN TO 'RELTRANS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT STATUS-CICLO ASSIGN TO 'CICLOSTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CICLO.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSF-ESTOQUE.
           COPY CPTRFEST.
       FD  PRODUTO-MASTER.
           COPY CPPROD.
       FD  RELATORIO-TRANSITO.
       01  REL-LINHA                 PIC X(110).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       FD  STATUS-CICLO.
           COPY CPCICLO.
       WORKING-STORAGE SECTION.
       77  WRK-FS-TRF                PIC X(02) VALUE '00'.
       77  WRK-FS-PROD               PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-FS-CICLO              PIC X(02) VALUE '00'.
       77  WRK-HORA-INICIO-CICLO     PIC 9(08) VALUE ZEROS.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-QTDE-EM-TRANSITO      PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-VENCIDAS         PIC 9(05) VALUE ZERO.
       77  WRK-DIAS-TRANSITO         PIC 9(05) VALUE ZERO.
       77  WRK-CUSTO-UNITARIO        PIC 9(07)V99 VALUE ZERO.
       77  WRK-VALOR-TRANSITO        PIC 9(11)V99 VALUE ZERO.
       77  WRK-FX-IDX                PIC 9(01) VALUE ZERO.
       01  WRK-TABELA-FAIXAS.
           05  WRK-FX-LINHA OCCURS 4 TIMES.
               10  WRK-FX-QTDE-TRANSF    PIC 9(05).
               10  WRK-FX-UNIDADES       PIC 9(07).
               10  WRK-FX-VALOR          PIC 9(11)V99.
       01  WRK-NOMES-FAIXAS.
           05  FILLER                PIC X(15) VALUE 'ATE 7 DIAS'.
           05  FILLER                PIC X(15) VALUE '8 A 15 DIAS'.
           05  FILLER                PIC X(15) VALUE '16 A 30 DIAS'.
           05  FILLER                PIC X(15) VALUE 'MAIS DE 30 DIAS'.
       01  WRK-NOMES-FAIXAS-R REDEFINES WRK-NOMES-FAIXAS.
           05  WRK-NOME-FAIXA OCCURS 4 TIMES PIC X(15).
       01  REL-CABECALHO.
           05  FILLER                PIC X(50) VALUE
               'TRANSFERENCIAS ENTRE FILIAIS EM TRANSITO - DATA '.
           05  REL-CAB-DATA          PIC 9(08).
       01  REL-DETALHE.
           05  FILLER                PIC X(05) VALUE 'TRF='.
           05  REL-DET-NUMERO        PIC 9(06).
           05  FILLER                PIC X(11) VALUE '  PRODUTO='.
           05  REL-DET-PRODUTO       PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-ORIGEM        PIC X(04).
           05  FILLER                PIC X(04) VALUE ' -> '.
           05  REL-DET-DESTINO       PIC X(04).
           05  FILLER                PIC X(07) VALUE '  QTDE='.
           05  REL-DET-QTDE          PIC ZZZZ9.
           05  FILLER                PIC X(09) VALUE '  ENVIO='.
           05  REL-DET-ENVIO         PIC 9(08).
           05  FILLER                PIC X(08) VALUE '  DIAS='.
           05  REL-DET-DIAS          PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-TRANSP        PIC X(10).
           05  REL-DET-VENCIDA       PIC X(14).
       01  REL-DET-FAIXA.
           05  FILLER                PIC X(06) VALUE 'FAIXA '.
           05  REL-FX-NOME           PIC X(15).
           05  FILLER                PIC X(17) VALUE
               '  TRANSFERENCIAS='.
           05  REL-FX-QTDE           PIC ZZZZ9.
           05  FILLER                PIC X(11) VALUE '  UNIDADES='.
           05  REL-FX-UNIDADES       PIC Z.ZZZ.ZZ9.
           05  FILLER                PIC X(08) VALUE '  VALOR='.
           05  REL-FX-VALOR          PIC $ZZ.ZZZ.ZZ9,99.
       01  REL-TOTAL.
           05  FILLER                PIC X(35) VALUE
               'TOTAL EM TRANSITO................ '.
           05  REL-TOT-QTDE          PIC ZZZZ9.
           05  FILLER                PIC X(19) VALUE
               '  FORA DO PRAZO = '.
           05  REL-TOT-VENCIDAS      PIC ZZZZ9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
               UNTIL WRK-FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-HORA-INICIO-CICLO FROM TIME.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           INITIALIZE WRK-TABELA-FAIXAS.
           OPEN INPUT TRANSF-ESTOQUE.
           IF WRK-FS-TRF NOT = '00'
               DISPLAY 'SEM TRANSFERENCIAS ENTRE FILIAIS CADASTRADAS'
               SET WRK-FIM-ARQUIVO TO TRUE
           END-IF.
           OPEN INPUT PRODUTO-MASTER.
           OPEN OUTPUT RELATORIO-TRANSITO.
           MOVE WRK-DATAHOJE TO REL-CAB-DATA.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           IF NOT WRK-FIM-ARQUIVO
               PERFORM 0110-LER-TRANSFERENCIA
           END-IF.

       0110-LER-TRANSFERENCIA.
           READ TRANSF-ESTOQUE
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0200-PROCESSAR.
           IF TRF-STATUS-EM-TRANSITO
               PERFORM 0210-AVALIAR-TRANSFERENCIA
           END-IF.
           PERFORM 0110-LER-TRANSFERENCIA.

      ******************************* DIAS CORRIDOS DESDE O EMBARQUE,
      ******************************* FAIXA E VALOR A CUSTO MEDIO
       0210-AVALIAR-TRANSFERENCIA.
           ADD 1 TO WRK-QTDE-EM-TRANSITO.
           COMPUTE WRK-DIAS-TRANSITO =
               FUNCTION INTEGER-OF-DATE (WRK-DATAHOJE)
             - FUNCTION INTEGER-OF-DATE (TRF-DATA-ENVIO).
           EVALUATE TRUE
               WHEN WRK-DIAS-TRANSITO <= 7
                   MOVE 1 TO WRK-FX-IDX
               WHEN WRK-DIAS-TRANSITO <= 15
                   MOVE 2 TO WRK-FX-IDX
               WHEN WRK-DIAS-TRANSITO <= 30
                   MOVE 3 TO WRK-FX-IDX
               WHEN OTHER
                   MOVE 4 TO WRK-FX-IDX
           END-EVALUATE.
           MOVE TRF-PRODUTO TO PROD-CODIGO.
           READ PRODUTO-MASTER
               INVALID KEY
                   MOVE ZERO TO WRK-CUSTO-UNITARIO
               NOT INVALID KEY
                   MOVE PROD-CUSTO-MEDIO TO WRK-CUSTO-UNITARIO
           END-READ.
           COMPUTE WRK-VALOR-TRANSITO =
               TRF-QUANTIDADE * WRK-CUSTO-UNITARIO.
           ADD 1 TO WRK-FX-QTDE-TRANSF (WRK-FX-IDX).
           ADD TRF-QUANTIDADE TO WRK-FX-UNIDADES (WRK-FX-IDX).
           ADD WRK-VALOR-TRANSITO TO WRK-FX-VALOR (WRK-FX-IDX).
           MOVE TRF-NUMERO         TO REL-DET-NUMERO.
           MOVE TRF-PRODUTO        TO REL-DET-PRODUTO.
           MOVE TRF-FILIAL-ORIGEM  TO REL-DET-ORIGEM.
           MOVE TRF-FILIAL-DESTINO TO REL-DET-DESTINO.
           MOVE TRF-QUANTIDADE     TO REL-DET-QTDE.
           MOVE TRF-DATA-ENVIO     TO REL-DET-ENVIO.
           MOVE WRK-DIAS-TRANSITO  TO REL-DET-DIAS.
           MOVE TRF-TRANSPORTADORA TO REL-DET-TRANSP.
           IF WRK-DIAS-TRANSITO > TRF-PRAZO-DIAS
               ADD 1 TO WRK-QTDE-VENCIDAS
               MOVE '  FORA DO PRAZO' TO REL-DET-VENCIDA
           ELSE
               MOVE SPACES TO REL-DET-VENCIDA
           END-IF.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.

       0300-FINALIZAR.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0320-IMPRIMIR-FAIXA
               VARYING WRK-FX-IDX FROM 1 BY 1
               UNTIL WRK-FX-IDX > 4.
           MOVE WRK-QTDE-EM-TRANSITO TO REL-TOT-QTDE.
           MOVE WRK-QTDE-VENCIDAS    TO REL-TOT-VENCIDAS.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-TRANSITO.
           IF WRK-FS-TRF = '00' OR WRK-FS-TRF = '10'
               CLOSE TRANSF-ESTOQUE
           END-IF.
           CLOSE PRODUTO-MASTER.
           IF WRK-QTDE-VENCIDAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           PERFORM 0340-GRAVAR-STATUS-CICLO.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - EM TRANSITO: '
                   WRK-QTDE-EM-TRANSITO ' FORA DO PRAZO: '
                   WRK-QTDE-VENCIDAS.

       0320-IMPRIMIR-FAIXA.
           MOVE WRK-NOME-FAIXA (WRK-FX-IDX)     TO REL-FX-NOME.
           MOVE WRK-FX-QTDE-TRANSF (WRK-FX-IDX) TO REL-FX-QTDE.
           MOVE WRK-FX-UNIDADES (WRK-FX-IDX)    TO REL-FX-UNIDADES.
           MOVE WRK-FX-VALOR (WRK-FX-IDX)       TO REL-FX-VALOR.
           MOVE REL-DET-FAIXA TO REL-LINHA.
           WRITE REL-LINHA.

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
           MOVE 'PROGCOB44A' TO AUDIT-PROGRAMA.
           MOVE 'LOTE TRFESTOQ' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'TRANSITO ENTRE FILIAIS LISTADO' TO AUDIT-RESULTADO.
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
           MOVE 'STEP084'    TO CICLO-STEP.
           MOVE 'PROGCOB44A' TO CICLO-PROGRAMA.
           ACCEPT CICLO-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO-CICLO TO CICLO-HORA-INICIO.
           ACCEPT CICLO-HORA-FIM FROM TIME.
           MOVE RETURN-CODE TO CICLO-RETURN-CODE.
           MOVE WRK-QTDE-EM-TRANSITO TO CICLO-QTDE-REGISTROS.
           MOVE 'TRANSFERENCIAS EM TRANSITO' TO CICLO-RESULTADO.
           WRITE CICLO-REGISTRO.
           CLOSE STATUS-CICLO.
