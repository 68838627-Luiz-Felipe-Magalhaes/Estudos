       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB43R.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: RECALCULO PERIODICO DO PONTO DE PEDIDO E DO LOTE DE
      *           REPOSICAO DO CATALOGO - APURA A DEMANDA DIARIA MEDIA
      *           E A DE PICO DE CADA PRODUTO NO RESUMO DIARIO
      *           (RESUMDIA, TODAS AS FILIAIS, NOS ULTIMOS DIAS
      *           CONFIGURADOS EM REPOSPAR) E O PRAZO REAL DO
      *           FORNECEDOR NOS PEDIDOS DE COMPRA RECEBIDOS
      *           (PEDC-DATA-SUGESTAO ATE PEDC-DATA-RECEBIMENTO). O
      *           PONTO PROPOSTO E A DEMANDA MEDIA NO PRAZO MAIS O
      *           ESTOQUE DE SEGURANCA (PARTE DO PICO ACIMA DA MEDIA NO
      *           MESMO PRAZO) E O LOTE COBRE OS DIAS DE DEMANDA MEDIA
      *           CONFIGURADOS. NADA E GRAVADO NO PRODMAST: AS
      *           PROPOSTAS SAEM NO RELATORIO DE REVISAO (RELREPOS) E
      *           NO ARQUIVO REPOSPROP, QUE O COMPRADOR REVISA PELO
      *           PROGCOB43V
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
           SELECT PRODUTO-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PROD.
           SELECT PEDIDO-COMPRA ASSIGN TO 'PEDCOMPRA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEDC-NUMERO
               FILE STATUS IS WRK-FS-PEDC.
           SELECT RESUMO-DIARIO ASSIGN TO 'RESUMDIA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESUMO.
           SELECT PARAM-REPOSICAO ASSIGN TO 'REPOSPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAR.
           SELECT DEMANDA-ORDENADA ASSIGN TO 'REPDEMAN'.
           SELECT PROPOSTAS-REPOSICAO ASSIGN TO 'REPOSPROP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-REPOSICAO ASSIGN TO 'RELREPOS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTO-MASTER.
           COPY CPPROD.
       FD  PEDIDO-COMPRA.
           COPY CPPEDCOM.
       FD  RESUMO-DIARIO.
           COPY CPRESUMD.
       FD  PARAM-REPOSICAO.
           COPY CPREPPAR.
       SD  DEMANDA-ORDENADA.
       01  DEM-REGISTRO.
           05  DEM-PRODUTO           PIC X(10).
           05  DEM-DATA              PIC 9(08).
           05  DEM-UNIDADES          PIC 9(07).
       FD  PROPOSTAS-REPOSICAO.
           COPY CPREPPROP.
       FD  RELATORIO-REPOSICAO.
       01  REL-LINHA                 PIC X(110).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-PROD               PIC X(02) VALUE '00'.
       77  WRK-FS-PEDC               PIC X(02) VALUE '00'.
       77  WRK-FS-RESUMO             PIC X(02) VALUE '00'.
       77  WRK-FS-PAR                PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INICIO           PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-EPOCA            PIC 9(08) VALUE ZERO.
       77  WRK-DIAS-HISTORICO        PIC 9(03) VALUE 90.
       77  WRK-PRAZO-PADRAO          PIC 9(03) VALUE 7.
       77  WRK-PERC-SEGURANCA        PIC 9(03) VALUE 50.
       77  WRK-DIAS-COBERTURA        PIC 9(03) VALUE 30.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-EOF-ORD-SW            PIC X(01) VALUE 'N'.
           88  WRK-FIM-ORDENADOS         VALUE 'S'.
       77  WRK-PRODUTO-ANTERIOR      PIC X(10) VALUE SPACES.
       77  WRK-DATA-ANTERIOR         PIC 9(08) VALUE ZERO.
       77  WRK-UNIDADES-DIA          PIC 9(07) VALUE ZERO.
       77  WRK-PRAZO-PEDIDO          PIC S9(05) VALUE ZERO.
       77  WRK-PRAZO-MEDIO           PIC 9(03) VALUE ZERO.
       77  WRK-MEDIA-DIARIA          PIC 9(05)V99 VALUE ZERO.
       77  WRK-PICO-DIARIO           PIC 9(07) VALUE ZERO.
       77  WRK-SEGURANCA             PIC 9(09)V99 VALUE ZERO.
       77  WRK-PONTO-CALCULADO       PIC 9(09) VALUE ZERO.
       77  WRK-LOTE-CALCULADO        PIC 9(09) VALUE ZERO.
       77  WRK-QTDE-AVALIADOS        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-PROPOSTAS        PIC 9(05) VALUE ZERO.
       77  WRK-PRODUTO-BUSCA         PIC X(10) VALUE SPACES.
       77  WRK-QTDE-PRODUTOS         PIC 9(04) VALUE ZERO.
       77  WRK-PR-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-PR-SW                 PIC X(01) VALUE 'N'.
           88  WRK-PR-ACHOU              VALUE 'S'.
       01  WRK-TABELA-PRODUTOS.
           05  WRK-PR-LINHA OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WRK-QTDE-PRODUTOS.
               10  WRK-PR-CODIGO         PIC X(10).
               10  WRK-PR-PONTO          PIC 9(05).
               10  WRK-PR-LOTE           PIC 9(05).
               10  WRK-PR-UNIDADES       PIC 9(09).
               10  WRK-PR-PICO           PIC 9(07).
               10  WRK-PR-SOMA-PRAZOS    PIC 9(07).
               10  WRK-PR-QTDE-PEDIDOS   PIC 9(05).
       01  REL-CABECALHO.
           05  FILLER                PIC X(48) VALUE
               'PROPOSTAS DE PONTO DE PEDIDO E LOTE - VENDAS DE '.
           05  REL-CAB-INICIO        PIC 9(08).
           05  FILLER                PIC X(05) VALUE ' ATE '.
           05  REL-CAB-FIM           PIC 9(08).
       01  REL-TITULOS.
           05  FILLER                PIC X(12) VALUE 'PRODUTO'.
           05  FILLER                PIC X(11) VALUE 'MEDIA/DIA'.
           05  FILLER                PIC X(09) VALUE 'PICO/DIA'.
           05  FILLER                PIC X(07) VALUE 'PRAZO'.
           05  FILLER                PIC X(14) VALUE 'PONTO ATUAL'.
           05  FILLER                PIC X(14) VALUE 'PONTO NOVO'.
           05  FILLER                PIC X(14) VALUE 'LOTE ATUAL'.
           05  FILLER                PIC X(14) VALUE 'LOTE NOVO'.
       01  REL-DETALHE.
           05  REL-DET-PRODUTO       PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-MEDIA         PIC ZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-PICO          PIC ZZ.ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  REL-DET-PRAZO         PIC ZZ9.
           05  REL-DET-PRAZO-PADRAO  PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  REL-DET-PONTO-ATUAL   PIC ZZ.ZZ9.
           05  FILLER                PIC X(08) VALUE SPACES.
           05  REL-DET-PONTO-NOVO    PIC ZZ.ZZ9.
           05  FILLER                PIC X(08) VALUE SPACES.
           05  REL-DET-LOTE-ATUAL    PIC ZZ.ZZ9.
           05  FILLER                PIC X(08) VALUE SPACES.
           05  REL-DET-LOTE-NOVO     PIC ZZ.ZZ9.
       01  REL-RODAPE.
           05  FILLER                PIC X(50) VALUE
               '(*) PRAZO PADRAO - PRODUTO SEM PEDIDO RECEBIDO'.
       01  REL-TOTAL.
           05  FILLER                PIC X(21) VALUE
               'PRODUTOS AVALIADOS: '.
           05  REL-TOT-AVALIADOS     PIC ZZZZ9.
           05  FILLER                PIC X(14) VALUE '  PROPOSTAS: '.
           05  REL-TOT-PROPOSTAS     PIC ZZZZ9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-QTDE-PRODUTOS > ZERO
               PERFORM 0150-APURAR-PRAZOS
               SORT DEMANDA-ORDENADA
                   ON ASCENDING KEY DEM-PRODUTO DEM-DATA
                   INPUT PROCEDURE IS 0160-LIBERAR-DEMANDA
                   OUTPUT PROCEDURE IS 0170-TOTALIZAR-DEMANDA
               PERFORM 0200-PROPOR-REPOSICAO
                   VARYING WRK-PR-IDX FROM 1 BY 1
                   UNTIL WRK-PR-IDX > WRK-QTDE-PRODUTOS
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           PERFORM 0120-CARREGAR-PARAMETROS.
           COMPUTE WRK-DIAS-EPOCA =
               FUNCTION INTEGER-OF-DATE (WRK-DATAHOJE)
               - WRK-DIAS-HISTORICO.
           COMPUTE WRK-DATA-INICIO =
               FUNCTION DATE-OF-INTEGER (WRK-DIAS-EPOCA).
           OPEN OUTPUT RELATORIO-REPOSICAO.
           OPEN OUTPUT PROPOSTAS-REPOSICAO.
           MOVE WRK-DATA-INICIO TO REL-CAB-INICIO.
           MOVE WRK-DATAHOJE    TO REL-CAB-FIM.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-TITULOS TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0130-CARREGAR-PRODUTOS.

       0120-CARREGAR-PARAMETROS.
           OPEN INPUT PARAM-REPOSICAO.
           IF WRK-FS-PAR = '00'
               READ PARAM-REPOSICAO
                   AT END CONTINUE
               END-READ
               IF WRK-FS-PAR = '00'
                   MOVE REPPAR-DIAS-HISTORICO TO WRK-DIAS-HISTORICO
                   MOVE REPPAR-PRAZO-PADRAO   TO WRK-PRAZO-PADRAO
                   MOVE REPPAR-PERC-SEGURANCA TO WRK-PERC-SEGURANCA
                   MOVE REPPAR-DIAS-COBERTURA TO WRK-DIAS-COBERTURA
               END-IF
               CLOSE PARAM-REPOSICAO
           END-IF.
           IF WRK-DIAS-HISTORICO = ZERO
               MOVE 90 TO WRK-DIAS-HISTORICO
           END-IF.

      ******************************* CARGA DOS PRODUTOS ATIVOS DO
      ******************************* CATALOGO EM MEMORIA
       0130-CARREGAR-PRODUTOS.
           OPEN INPUT PRODUTO-MASTER.
           IF WRK-FS-PROD NOT = '00'
               DISPLAY 'CATALOGO DE PRODUTOS INDISPONIVEL - RECALCULO '
                       'NAO EXECUTADO'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-EOF-SW
               PERFORM 0131-LER-PRODUTO
               PERFORM 0132-GUARDAR-PRODUTO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE PRODUTO-MASTER
           END-IF.

       0131-LER-PRODUTO.
           READ PRODUTO-MASTER
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0132-GUARDAR-PRODUTO.
           IF PROD-STATUS-ATIVO AND WRK-QTDE-PRODUTOS < 2000
               ADD 1 TO WRK-QTDE-PRODUTOS
               MOVE PROD-CODIGO TO WRK-PR-CODIGO (WRK-QTDE-PRODUTOS)
               MOVE PROD-PONTO-PEDIDO
                   TO WRK-PR-PONTO (WRK-QTDE-PRODUTOS)
               MOVE PROD-LOTE-REPOSICAO
                   TO WRK-PR-LOTE (WRK-QTDE-PRODUTOS)
               MOVE ZERO TO WRK-PR-UNIDADES (WRK-QTDE-PRODUTOS)
               MOVE ZERO TO WRK-PR-PICO (WRK-QTDE-PRODUTOS)
               MOVE ZERO TO WRK-PR-SOMA-PRAZOS (WRK-QTDE-PRODUTOS)
               MOVE ZERO TO WRK-PR-QTDE-PEDIDOS (WRK-QTDE-PRODUTOS)
           END-IF.
           PERFORM 0131-LER-PRODUTO.

      ******************************* LOCALIZA WRK-PRODUTO-BUSCA NA
      ******************************* TABELA DO CATALOGO
       0140-BUSCAR-PRODUTO.
           MOVE 'N' TO WRK-PR-SW.
           PERFORM 0141-COMPARAR-PRODUTO
               VARYING WRK-PR-IDX FROM 1 BY 1
               UNTIL WRK-PR-IDX > WRK-QTDE-PRODUTOS OR WRK-PR-ACHOU.
           IF WRK-PR-ACHOU
               SUBTRACT 1 FROM WRK-PR-IDX
           END-IF.

       0141-COMPARAR-PRODUTO.
           IF WRK-PR-CODIGO (WRK-PR-IDX) = WRK-PRODUTO-BUSCA
               SET WRK-PR-ACHOU TO TRUE
           END-IF.

      ******************************* PRAZO REAL DO FORNECEDOR: DIAS
      ******************************* CORRIDOS ENTRE A SUGESTAO E O
      ******************************* RECEBIMENTO DE CADA PEDIDO DE
      ******************************* COMPRA JA RECEBIDO
       0150-APURAR-PRAZOS.
           OPEN INPUT PEDIDO-COMPRA.
           IF WRK-FS-PEDC NOT = '00'
               DISPLAY 'PEDIDOS DE COMPRA INDISPONIVEIS - USADO O '
                       'PRAZO PADRAO PARA TODOS OS PRODUTOS'
           ELSE
               MOVE 'N' TO WRK-EOF-SW
               PERFORM 0151-LER-PEDIDO-COMPRA
               PERFORM 0152-SOMAR-PRAZO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE PEDIDO-COMPRA
           END-IF.

       0151-LER-PEDIDO-COMPRA.
           READ PEDIDO-COMPRA
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0152-SOMAR-PRAZO.
           IF PEDC-STATUS-RECEBIDO
              AND PEDC-DATA-SUGESTAO > ZERO
              AND PEDC-DATA-RECEBIMENTO >= PEDC-DATA-SUGESTAO
               MOVE PEDC-PRODUTO TO WRK-PRODUTO-BUSCA
               PERFORM 0140-BUSCAR-PRODUTO
               IF WRK-PR-ACHOU
                   COMPUTE WRK-PRAZO-PEDIDO =
                       FUNCTION INTEGER-OF-DATE (PEDC-DATA-RECEBIMENTO)
                     - FUNCTION INTEGER-OF-DATE (PEDC-DATA-SUGESTAO)
                   ADD WRK-PRAZO-PEDIDO
                       TO WRK-PR-SOMA-PRAZOS (WRK-PR-IDX)
                   ADD 1 TO WRK-PR-QTDE-PEDIDOS (WRK-PR-IDX)
               END-IF
           END-IF.
           PERFORM 0151-LER-PEDIDO-COMPRA.

      ******************************* LIBERA AS UNIDADES VENDIDAS NA
      ******************************* JANELA DE HISTORICO PARA A
      ******************************* ORDENACAO POR PRODUTO E DIA
       0160-LIBERAR-DEMANDA.
           OPEN INPUT RESUMO-DIARIO.
           IF WRK-FS-RESUMO NOT = '00'
               DISPLAY 'RESUMO DIARIO INDISPONIVEL - DEMANDA '
                       'CONSIDERADA ZERO'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-EOF-SW
               PERFORM 0161-LER-RESUMO
               PERFORM 0162-LIBERAR-LINHA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE RESUMO-DIARIO
           END-IF.

       0161-LER-RESUMO.
           READ RESUMO-DIARIO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0162-LIBERAR-LINHA.
           IF RESUMD-DATA > WRK-DATA-INICIO
              AND RESUMD-DATA <= WRK-DATAHOJE
               MOVE RESUMD-PRODUTO        TO DEM-PRODUTO
               MOVE RESUMD-DATA           TO DEM-DATA
               MOVE RESUMD-QTDE-UNIDADES  TO DEM-UNIDADES
               RELEASE DEM-REGISTRO
           END-IF.
           PERFORM 0161-LER-RESUMO.

      ******************************* QUEBRA POR PRODUTO E DIA: SOMA
      ******************************* AS FILIAIS DO DIA, GUARDA O
      ******************************* MAIOR DIA E O TOTAL DO PRODUTO
       0170-TOTALIZAR-DEMANDA.
           PERFORM 0171-RETORNAR-DEMANDA.
           IF NOT WRK-FIM-ORDENADOS
               MOVE DEM-PRODUTO TO WRK-PRODUTO-ANTERIOR
               MOVE DEM-DATA    TO WRK-DATA-ANTERIOR
           END-IF.
           PERFORM 0172-ACUMULAR-DEMANDA
               UNTIL WRK-FIM-ORDENADOS.
           IF WRK-PRODUTO-ANTERIOR NOT = SPACES
               PERFORM 0173-FECHAR-DIA
           END-IF.

       0171-RETORNAR-DEMANDA.
           RETURN DEMANDA-ORDENADA
               AT END SET WRK-FIM-ORDENADOS TO TRUE
           END-RETURN.

       0172-ACUMULAR-DEMANDA.
           IF DEM-PRODUTO NOT = WRK-PRODUTO-ANTERIOR
              OR DEM-DATA NOT = WRK-DATA-ANTERIOR
               PERFORM 0173-FECHAR-DIA
               MOVE DEM-PRODUTO TO WRK-PRODUTO-ANTERIOR
               MOVE DEM-DATA    TO WRK-DATA-ANTERIOR
           END-IF.
           ADD DEM-UNIDADES TO WRK-UNIDADES-DIA.
           PERFORM 0171-RETORNAR-DEMANDA.

       0173-FECHAR-DIA.
           MOVE WRK-PRODUTO-ANTERIOR TO WRK-PRODUTO-BUSCA.
           PERFORM 0140-BUSCAR-PRODUTO.
           IF WRK-PR-ACHOU
               ADD WRK-UNIDADES-DIA TO WRK-PR-UNIDADES (WRK-PR-IDX)
               IF WRK-UNIDADES-DIA > WRK-PR-PICO (WRK-PR-IDX)
                   MOVE WRK-UNIDADES-DIA TO WRK-PR-PICO (WRK-PR-IDX)
               END-IF
           END-IF.
           MOVE ZERO TO WRK-UNIDADES-DIA.

      ******************************* PONTO = MEDIA X PRAZO + SEGURANCA
      ******************************* SEGURANCA = % DE (PICO - MEDIA)
      *******************************             X PRAZO
      ******************************* LOTE  = MEDIA X DIAS DE COBERTURA
      ******************************* (NO MINIMO 1 SE HOUVE VENDA)
       0200-PROPOR-REPOSICAO.
           ADD 1 TO WRK-QTDE-AVALIADOS.
           COMPUTE WRK-MEDIA-DIARIA ROUNDED =
               WRK-PR-UNIDADES (WRK-PR-IDX) / WRK-DIAS-HISTORICO
               ON SIZE ERROR MOVE 99999,99 TO WRK-MEDIA-DIARIA
           END-COMPUTE.
           MOVE WRK-PR-PICO (WRK-PR-IDX) TO WRK-PICO-DIARIO.
           IF WRK-PR-QTDE-PEDIDOS (WRK-PR-IDX) > ZERO
               COMPUTE WRK-PRAZO-MEDIO ROUNDED =
                   WRK-PR-SOMA-PRAZOS (WRK-PR-IDX)
                   / WRK-PR-QTDE-PEDIDOS (WRK-PR-IDX)
               MOVE SPACE TO REL-DET-PRAZO-PADRAO
           ELSE
               MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO-MEDIO
               MOVE '*' TO REL-DET-PRAZO-PADRAO
           END-IF.
           IF WRK-PICO-DIARIO > WRK-MEDIA-DIARIA
               COMPUTE WRK-SEGURANCA =
                   (WRK-PICO-DIARIO - WRK-MEDIA-DIARIA)
                   * WRK-PRAZO-MEDIO * WRK-PERC-SEGURANCA / 100
           ELSE
               MOVE ZERO TO WRK-SEGURANCA
           END-IF.
           COMPUTE WRK-PONTO-CALCULADO ROUNDED =
               WRK-MEDIA-DIARIA * WRK-PRAZO-MEDIO + WRK-SEGURANCA.
           COMPUTE WRK-LOTE-CALCULADO ROUNDED =
               WRK-MEDIA-DIARIA * WRK-DIAS-COBERTURA.
           IF WRK-LOTE-CALCULADO = ZERO
              AND WRK-PR-UNIDADES (WRK-PR-IDX) > ZERO
               MOVE 1 TO WRK-LOTE-CALCULADO
           END-IF.
           IF WRK-PONTO-CALCULADO > 99999
               MOVE 99999 TO WRK-PONTO-CALCULADO
           END-IF.
           IF WRK-LOTE-CALCULADO > 99999
               MOVE 99999 TO WRK-LOTE-CALCULADO
           END-IF.
           IF WRK-PICO-DIARIO > 99999
               MOVE 99999 TO WRK-PICO-DIARIO
           END-IF.
           IF WRK-PONTO-CALCULADO NOT = WRK-PR-PONTO (WRK-PR-IDX)
              OR WRK-LOTE-CALCULADO NOT = WRK-PR-LOTE (WRK-PR-IDX)
               PERFORM 0210-GRAVAR-PROPOSTA
           END-IF.

       0210-GRAVAR-PROPOSTA.
           ADD 1 TO WRK-QTDE-PROPOSTAS.
           INITIALIZE PROP-REGISTRO.
           MOVE WRK-PR-CODIGO (WRK-PR-IDX) TO PROP-PRODUTO.
           MOVE WRK-DATAHOJE               TO PROP-DATA.
           MOVE WRK-MEDIA-DIARIA           TO PROP-MEDIA-DIARIA.
           MOVE WRK-PICO-DIARIO            TO PROP-PICO-DIARIO.
           MOVE WRK-PRAZO-MEDIO            TO PROP-PRAZO-MEDIO.
           MOVE WRK-PR-PONTO (WRK-PR-IDX)  TO PROP-PONTO-ATUAL.
           MOVE WRK-PR-LOTE (WRK-PR-IDX)   TO PROP-LOTE-ATUAL.
           MOVE WRK-PONTO-CALCULADO        TO PROP-PONTO-NOVO.
           MOVE WRK-LOTE-CALCULADO         TO PROP-LOTE-NOVO.
           WRITE PROP-REGISTRO.
           MOVE PROP-PRODUTO      TO REL-DET-PRODUTO.
           MOVE PROP-MEDIA-DIARIA TO REL-DET-MEDIA.
           MOVE PROP-PICO-DIARIO  TO REL-DET-PICO.
           MOVE PROP-PRAZO-MEDIO  TO REL-DET-PRAZO.
           MOVE PROP-PONTO-ATUAL  TO REL-DET-PONTO-ATUAL.
           MOVE PROP-PONTO-NOVO   TO REL-DET-PONTO-NOVO.
           MOVE PROP-LOTE-ATUAL   TO REL-DET-LOTE-ATUAL.
           MOVE PROP-LOTE-NOVO    TO REL-DET-LOTE-NOVO.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.

       0300-FINALIZAR.
           MOVE WRK-QTDE-AVALIADOS TO REL-TOT-AVALIADOS.
           MOVE WRK-QTDE-PROPOSTAS TO REL-TOT-PROPOSTAS.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-RODAPE TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-REPOSICAO.
           CLOSE PROPOSTAS-REPOSICAO.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - PRODUTOS AVALIADOS: '
                   WRK-QTDE-AVALIADOS ' PROPOSTAS: '
                   WRK-QTDE-PROPOSTAS.

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
           MOVE 'PROGCOB43R' TO AUDIT-PROGRAMA.
           MOVE 'LOTE RESUMDIA' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'PROPOSTAS DE REPOSICAO GERADAS' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
