      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: GERAR O CONTAS A PAGAR EM ABERTO (CONTAS-PAGAR) A
      *           PARTIR DAS FATURAS DE FORNECEDOR (FATFORN) JA
      *           CONFRONTADAS COM O PEDIDO DE COMPRA E O RECEBIMENTO
      *           (ENTRADAS), COM O PRAZO DO FORNECEDOR NO
      *           FORNECEDOR-MASTER, E DAS
      *           FATURAS DE FRETE DAS TRANSPORTADORAS (FATURAFRE, COM
      *           A TRANSPORTADORA LOCALIZADA NO FRETECAL DO DIA E
      *           PRAZO PADRAO DE 30 DIAS), NUMERANDO CADA TITULO PELO
      *                 NOTURNO (PROGCOBN) SEM ENCERRAR O RUN UNIT
      *                 INTEIRO, NA MESMA CONVENCAO JA USADA PELO
      *                 MENU (PROGCOBM)
      * 15/10/2026 FM - TITULO DE MERCADORIA SAI DA FATURA DO FORNECEDOR
      *                 (FATFORN) E NAO MAIS DA ENTRADA DO DIA:
      *                 CONFRONTO PEDIDO X RECEBIMENTO X FATURA COM
      *                 TOLERANCIAS DO MATCHPAR; FORA DA TOLERANCIA VAI
      *                 PARA A FILA DE EXCECOES (EXCECOMP) DO COMPRAS
      * 15/10/2026 FM - FATURA DE FRETE CUJO PEDIDO TEM DISPUTA ABERTA
      *                 OU EM ANDAMENTO NO DISPUTA-MASTER (PROGCOB12V)
      *                 GERA O TITULO RETIDO (CTAP-STATUS-RETIDO), QUE O
      *                 LOTE DE PAGAMENTO NAO SELECIONA ATE A DISPUTA
      *                 SER ENCERRADA
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ENTRADAS-MERCADORIA ASSIGN TO 'ENTRADAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENTR.
           SELECT PEDIDO-COMPRA ASSIGN TO 'PEDCOMPRA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEDC-NUMERO
               FILE STATUS IS WRK-FS-PEDC.
           SELECT FATURA-FORNECEDOR ASSIGN TO 'FATFORN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FF-CHAVE
               FILE STATUS IS WRK-FS-FF.
           SELECT EXCECAO-COMPRA ASSIGN TO 'EXCECOMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXC-CHAVE
               FILE STATUS IS WRK-FS-EXC.
           SELECT PARAM-CONFRONTO ASSIGN TO 'MATCHPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAR.
           SELECT FATURA-TRANSP ASSIGN TO 'FATURAFRE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FAT.
           SELECT FRETE-CALCULADO ASSIGN TO 'FRETECAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FCAL.
           SELECT DISPUTA-MASTER ASSIGN TO 'DISPUTA01'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DISPUTA-NUMERO
               FILE STATUS IS WRK-FS-DISP.
           SELECT FORNECEDOR-MASTER ASSIGN TO 'FORNMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FILE SECTION.
       FD  ENTRADAS-MERCADORIA.
           COPY CPENTRAD.
       FD  PEDIDO-COMPRA.
           COPY CPPEDCOM.
       FD  FATURA-FORNECEDOR.
           COPY CPFATFOR.
       FD  EXCECAO-COMPRA.
           COPY CPEXCCOM.
       FD  PARAM-CONFRONTO.
           COPY CPMATPAR.
       FD  FATURA-TRANSP.
       01  FAT-REGISTRO.
           05  FAT-NUMERO             PIC 9(06).
           05  FAT-FRETE-FATURADO     PIC 9(06)V99.
       FD  FRETE-CALCULADO.
           COPY CPFCAL.
       FD  DISPUTA-MASTER.
           COPY CPDISPUTA.
       FD  FORNECEDOR-MASTER.
           COPY CPFORN.
       FD  CONTAS-PAGAR.
           COPY CPCICLO.
       WORKING-STORAGE SECTION.
       77  WRK-FS-ENTR               PIC X(02) VALUE '00'.
       77  WRK-FS-PEDC               PIC X(02) VALUE '00'.
       77  WRK-FS-FF                 PIC X(02) VALUE '00'.
       77  WRK-FS-EXC                PIC X(02) VALUE '00'.
       77  WRK-FS-PAR                PIC X(02) VALUE '00'.
       77  WRK-FS-FAT                PIC X(02) VALUE '00'.
       77  WRK-FS-FCAL               PIC X(02) VALUE '00'.
       77  WRK-FS-FORN               PIC X(02) VALUE '00'.
       77  WRK-FS-DISP               PIC X(02) VALUE '00'.
       77  WRK-FS-CTAP               PIC X(02) VALUE '00'.
       77  WRK-FS-CHECK              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-EOF-ENTR-SW           PIC X(01) VALUE 'N'.
           88  WRK-FIM-ENTRADAS          VALUE 'S'.
       77  WRK-EOF-FF-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM-FATURAS-FORN      VALUE 'S'.
       77  WRK-EOF-FAT-SW            PIC X(01) VALUE 'N'.
           88  WRK-FIM-FATURAS           VALUE 'S'.
       77  WRK-EOF-FCAL-SW           PIC X(01) VALUE 'N'.
       77  WRK-ULTIMO-NUMERO-CTAP    PIC 9(06) VALUE ZERO.
       77  WRK-QTDE-TITULOS          PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-SEM-FORNECEDOR   PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-EXCECOES         PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-AGUARDANDO       PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-RETIDOS          PIC 9(05) VALUE ZERO.
       77  WRK-TITULO-RETIDO-SW      PIC X(01) VALUE 'N'.
           88  WRK-TITULO-RETIDO         VALUE 'S'.
       77  WRK-TOL-QTDE-PERC         PIC 9(03)V99 VALUE ZERO.
       77  WRK-TOL-CUSTO-PERC        PIC 9(03)V99 VALUE 2.
       77  WRK-DIAS-SEM-ENTRADA      PIC 9(03) VALUE 10.
       77  WRK-TOL-PERC              PIC 9(03)V99 VALUE ZERO.
       77  WRK-VALOR-A               PIC 9(07)V99 VALUE ZERO.
       77  WRK-VALOR-B               PIC 9(07)V99 VALUE ZERO.
       77  WRK-DIFERENCA             PIC 9(07)V99 VALUE ZERO.
       77  WRK-TOLERANCIA-SW         PIC X(01) VALUE 'N'.
           88  WRK-FORA-TOLERANCIA       VALUE 'S'.
       77  WRK-MOTIVO-EXCECAO        PIC X(30) VALUE SPACES.
       77  WRK-DIAS-ESPERA           PIC S9(05) VALUE ZERO.
       77  WRK-QTDE-RECEBIDA         PIC 9(07) VALUE ZERO.
       77  WRK-CUSTO-RECEBIDO        PIC 9(07)V99 VALUE ZERO.
       77  WRK-QTDE-RC               PIC 9(04) VALUE ZERO.
       77  WRK-RC-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-RC-SW                 PIC X(01) VALUE 'N'.
           88  WRK-RC-ACHOU              VALUE 'S'.
       77  WRK-PRAZO-FRETE-DIAS      PIC 9(03) VALUE 30.
       77  WRK-DIAS-EPOCA            PIC 9(08) VALUE ZERO.
       77  WRK-VALOR-TITULO          PIC 9(09)V99 VALUE ZERO.
       77  WRK-FC-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-FC-SW                 PIC X(01) VALUE 'N'.
           88  WRK-FC-ACHOU              VALUE 'S'.
      * RECEBIMENTOS DO ENTRADAS SOMADOS POR PEDIDO DE COMPRA
       01  WRK-TABELA-RECEBIMENTOS.
           05  WRK-RC-LINHA OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WRK-QTDE-RC.
               10  WRK-RC-PEDIDO         PIC 9(06).
               10  WRK-RC-QUANTIDADE     PIC 9(07).
               10  WRK-RC-CUSTO          PIC 9(07)V99.
       01  WRK-TABELA-FRETES.
           05  WRK-FC-LINHA OCCURS 1 TO 1000 TIMES
                            DEPENDING ON WRK-QTDE-FC.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CONFRONTAR-FATURA
               UNTIL WRK-FIM-FATURAS-FORN.
           PERFORM 0230-PROCESSAR-FATURAS
               UNTIL WRK-FIM-FATURAS.
           PERFORM 0300-FINALIZAR.
               OPEN I-O CONTAS-PAGAR
           END-IF.
           OPEN INPUT FORNECEDOR-MASTER.
           OPEN INPUT DISPUTA-MASTER.
           OPEN INPUT PEDIDO-COMPRA.
           OPEN I-O EXCECAO-COMPRA.
           IF WRK-FS-EXC = '35'
               OPEN OUTPUT EXCECAO-COMPRA
               CLOSE EXCECAO-COMPRA
               OPEN I-O EXCECAO-COMPRA
           END-IF.
           PERFORM 0130-LER-CHECKPOINT.
           PERFORM 0120-CARREGAR-FRETES.
           PERFORM 0125-CARREGAR-PARAMETROS.
           PERFORM 0140-CARREGAR-RECEBIMENTOS.
           OPEN I-O FATURA-FORNECEDOR.
           IF WRK-FS-FF NOT = '00'
               SET WRK-FIM-FATURAS-FORN TO TRUE
           ELSE
               PERFORM 0112-LER-FATURA-FORN
           END-IF.
           OPEN INPUT FATURA-TRANSP.
           IF WRK-FS-FAT NOT = '00'
               AT END SET WRK-FIM-ENTRADAS TO TRUE
           END-READ.

       0112-LER-FATURA-FORN.
           READ FATURA-FORNECEDOR NEXT
               AT END SET WRK-FIM-FATURAS-FORN TO TRUE
           END-READ.

       0111-LER-FATURA.
           READ FATURA-TRANSP
               AT END SET WRK-FIM-FATURAS TO TRUE
               MOVE ZERO TO WRK-ULTIMO-NUMERO-CTAP
           END-IF.

      ******************************* TOLERANCIAS DO CONFRONTO
       0125-CARREGAR-PARAMETROS.
           OPEN INPUT PARAM-CONFRONTO.
           IF WRK-FS-PAR = '00'
               READ PARAM-CONFRONTO
                   AT END CONTINUE
               END-READ
               IF WRK-FS-PAR = '00'
                   MOVE MATPAR-TOL-QTDE-PERC    TO WRK-TOL-QTDE-PERC
                   MOVE MATPAR-TOL-CUSTO-PERC   TO WRK-TOL-CUSTO-PERC
                   MOVE MATPAR-DIAS-SEM-ENTRADA TO WRK-DIAS-SEM-ENTRADA
               END-IF
               CLOSE PARAM-CONFRONTO
           END-IF.

      ******************************* SOMA OS RECEBIMENTOS DO ENTRADAS
      ******************************* (ARQUIVO ACUMULATIVO) POR PEDIDO
      ******************************* DE COMPRA, COM O CUSTO DA NOTA
      ******************************* DIGITADO NO RECEBIMENTO
       0140-CARREGAR-RECEBIMENTOS.
           OPEN INPUT ENTRADAS-MERCADORIA.
           IF WRK-FS-ENTR NOT = '00'
               SET WRK-FIM-ENTRADAS TO TRUE
           ELSE
               PERFORM 0110-LER-ENTRADA
               PERFORM 0141-GUARDAR-RECEBIMENTO
                   UNTIL WRK-FIM-ENTRADAS
           END-IF.

       0141-GUARDAR-RECEBIMENTO.
           IF ENTR-PEDIDO-COMPRA > ZERO
               MOVE ENTR-PEDIDO-COMPRA TO FF-PEDIDO-COMPRA
               PERFORM 0215-BUSCAR-RECEBIMENTO
               IF WRK-RC-ACHOU
                   ADD ENTR-QUANTIDADE TO WRK-RC-QUANTIDADE (WRK-RC-IDX)
                   MOVE ENTR-CUSTO-UNITARIO TO WRK-RC-CUSTO (WRK-RC-IDX)
               ELSE
                   IF WRK-QTDE-RC < 2000
                       ADD 1 TO WRK-QTDE-RC
                       MOVE ENTR-PEDIDO-COMPRA TO
                           WRK-RC-PEDIDO (WRK-QTDE-RC)
                       MOVE ENTR-QUANTIDADE TO
                           WRK-RC-QUANTIDADE (WRK-QTDE-RC)
                       MOVE ENTR-CUSTO-UNITARIO TO
                           WRK-RC-CUSTO (WRK-QTDE-RC)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0110-LER-ENTRADA.

      ******************************* TITULO POR FATURA DE FORNECEDOR
      ******************************* SO DEPOIS DO CONFRONTO PEDIDO X
      ******************************* RECEBIMENTO X FATURA; APROVADA
      ******************************* PELO COMPRAS NA FILA DE EXCECOES
      ******************************* E LIBERADA SEM NOVO CONFRONTO
       0200-CONFRONTAR-FATURA.
           EVALUATE TRUE
               WHEN FF-STATUS-APROVADA
                   PERFORM 0205-FATURAR-FATURA-FORN
               WHEN FF-STATUS-PENDENTE
                   PERFORM 0210-CONFRONTAR-DOCUMENTOS
           END-EVALUATE.
           PERFORM 0112-LER-FATURA-FORN.

       0205-FATURAR-FATURA-FORN.
           COMPUTE WRK-VALOR-TITULO =
               FF-QUANTIDADE * FF-CUSTO-UNITARIO.
           INITIALIZE CTAP-REGISTRO.
           MOVE FF-CNPJ TO FORN-CNPJ.
           READ FORNECEDOR-MASTER
               INVALID KEY
                   ADD 1 TO WRK-QTDE-SEM-FORNECEDOR
                   DISPLAY 'FATURA SEM FORNECEDOR CADASTRADO - '
                           'PRAZO PADRAO DE 30 DIAS: '
                           FF-CNPJ
                   MOVE FF-CNPJ TO CTAP-CREDOR-NOME
                   PERFORM 0211-CALCULAR-VENC-PADRAO
               NOT INVALID KEY
                   MOVE FORN-NOME TO CTAP-CREDOR-NOME
                   COMPUTE CTAP-DATA-VENCIMENTO =
                       FUNCTION DATE-OF-INTEGER (WRK-DIAS-EPOCA)
           END-READ.
           MOVE FF-CNPJ      TO CTAP-CNPJ.
           MOVE 'FATFORN'    TO CTAP-ORIGEM.
           MOVE FF-NUMERO-NOTA TO CTAP-DOCUMENTO (01:09).
           PERFORM 0220-GRAVAR-TITULO.
           MOVE CTAP-NUMERO TO FF-CTAP-NUMERO.
           SET FF-STATUS-LIBERADA TO TRUE.
           REWRITE FF-REGISTRO.

      ******************************* CONFRONTO: QUANTIDADE FATURADA X
      ******************************* RECEBIDA, RECEBIDA X PEDIDA (SO
      ******************************* O EXCESSO) E CUSTO FATURADO X
      ******************************* PEDIDO E X RECEBIDO; FATURA AINDA
      ******************************* SEM RECEBIMENTO ESPERA ATE O
      ******************************* LIMITE DE DIAS DO MATCHPAR
       0210-CONFRONTAR-DOCUMENTOS.
           MOVE SPACES TO WRK-MOTIVO-EXCECAO.
           MOVE ZERO TO WRK-QTDE-RECEBIDA.
           MOVE ZERO TO WRK-CUSTO-RECEBIDO.
           MOVE FF-PEDIDO-COMPRA TO PEDC-NUMERO.
           READ PEDIDO-COMPRA
               INVALID KEY
                   INITIALIZE PEDC-REGISTRO
                   MOVE 'PEDIDO DE COMPRA INEXISTENTE'
                       TO WRK-MOTIVO-EXCECAO
           END-READ.
           IF WRK-MOTIVO-EXCECAO = SPACES
               PERFORM 0215-BUSCAR-RECEBIMENTO
               IF WRK-RC-ACHOU
                   MOVE WRK-RC-QUANTIDADE (WRK-RC-IDX)
                       TO WRK-QTDE-RECEBIDA
                   MOVE WRK-RC-CUSTO (WRK-RC-IDX)
                       TO WRK-CUSTO-RECEBIDO
                   PERFORM 0225-CONFERIR-TOLERANCIAS
               ELSE
                   COMPUTE WRK-DIAS-ESPERA =
                       FUNCTION INTEGER-OF-DATE (WRK-DATAHOJE)
                       - FUNCTION INTEGER-OF-DATE (FF-DATA-CAPTURA)
                   IF WRK-DIAS-ESPERA > WRK-DIAS-SEM-ENTRADA
                       MOVE 'FATURA SEM RECEBIMENTO'
                           TO WRK-MOTIVO-EXCECAO
                   ELSE
                       ADD 1 TO WRK-QTDE-AGUARDANDO
                   END-IF
               END-IF
           END-IF.
           IF WRK-MOTIVO-EXCECAO NOT = SPACES
               PERFORM 0250-GRAVAR-EXCECAO
           ELSE
               IF WRK-RC-ACHOU
                   PERFORM 0205-FATURAR-FATURA-FORN
               END-IF
           END-IF.

       0215-BUSCAR-RECEBIMENTO.
           MOVE 'N' TO WRK-RC-SW.
           PERFORM 0216-COMPARAR-RECEBIMENTO
               VARYING WRK-RC-IDX FROM 1 BY 1
               UNTIL WRK-RC-IDX > WRK-QTDE-RC OR WRK-RC-ACHOU.
           IF WRK-RC-ACHOU
               SUBTRACT 1 FROM WRK-RC-IDX
           END-IF.

       0216-COMPARAR-RECEBIMENTO.
           IF WRK-RC-PEDIDO (WRK-RC-IDX) = FF-PEDIDO-COMPRA
               SET WRK-RC-ACHOU TO TRUE
           END-IF.

       0225-CONFERIR-TOLERANCIAS.
           MOVE WRK-TOL-QTDE-PERC TO WRK-TOL-PERC.
           MOVE FF-QUANTIDADE     TO WRK-VALOR-A.
           MOVE WRK-QTDE-RECEBIDA TO WRK-VALOR-B.
           PERFORM 0226-MEDIR-DIFERENCA.
           IF WRK-FORA-TOLERANCIA
               MOVE 'QTDE FATURADA X RECEBIDA' TO WRK-MOTIVO-EXCECAO
           END-IF.
           IF WRK-MOTIVO-EXCECAO = SPACES
              AND WRK-QTDE-RECEBIDA > PEDC-QUANTIDADE
               MOVE WRK-QTDE-RECEBIDA TO WRK-VALOR-A
               MOVE PEDC-QUANTIDADE   TO WRK-VALOR-B
               PERFORM 0226-MEDIR-DIFERENCA
               IF WRK-FORA-TOLERANCIA
                   MOVE 'QTDE RECEBIDA ACIMA DO PEDIDO'
                       TO WRK-MOTIVO-EXCECAO
               END-IF
           END-IF.
           MOVE WRK-TOL-CUSTO-PERC TO WRK-TOL-PERC.
           MOVE FF-CUSTO-UNITARIO  TO WRK-VALOR-A.
           IF WRK-MOTIVO-EXCECAO = SPACES
              AND PEDC-CUSTO-UNITARIO > ZERO
               MOVE PEDC-CUSTO-UNITARIO TO WRK-VALOR-B
               PERFORM 0226-MEDIR-DIFERENCA
               IF WRK-FORA-TOLERANCIA
                   MOVE 'CUSTO FATURADO X PEDIDO'
                       TO WRK-MOTIVO-EXCECAO
               END-IF
           END-IF.
           IF WRK-MOTIVO-EXCECAO = SPACES
               MOVE WRK-CUSTO-RECEBIDO TO WRK-VALOR-B
               PERFORM 0226-MEDIR-DIFERENCA
               IF WRK-FORA-TOLERANCIA
                   MOVE 'CUSTO FATURADO X RECEBIDO'
                       TO WRK-MOTIVO-EXCECAO
               END-IF
           END-IF.

      ******************************* FORA DA TOLERANCIA QUANDO A
      ******************************* DIFERENCA PASSA DO PERCENTUAL
      ******************************* SOBRE O VALOR DE REFERENCIA (B)
       0226-MEDIR-DIFERENCA.
           MOVE 'N' TO WRK-TOLERANCIA-SW.
           IF WRK-VALOR-A > WRK-VALOR-B
               COMPUTE WRK-DIFERENCA = WRK-VALOR-A - WRK-VALOR-B
           ELSE
               COMPUTE WRK-DIFERENCA = WRK-VALOR-B - WRK-VALOR-A
           END-IF.
           IF WRK-DIFERENCA * 100 > WRK-VALOR-B * WRK-TOL-PERC
               SET WRK-FORA-TOLERANCIA TO TRUE
           END-IF.

      ******************************* FATURA FORA DA TOLERANCIA VAI
      ******************************* PARA A FILA DE EXCECOES DO
      ******************************* COMPRAS E NAO VIRA TITULO
       0250-GRAVAR-EXCECAO.
           INITIALIZE EXC-REGISTRO.
           MOVE FF-CNPJ             TO EXC-CNPJ.
           MOVE FF-NUMERO-NOTA      TO EXC-NUMERO-NOTA.
           MOVE FF-PEDIDO-COMPRA    TO EXC-PEDIDO-COMPRA.
           MOVE FF-PRODUTO          TO EXC-PRODUTO.
           MOVE PEDC-QUANTIDADE     TO EXC-QTDE-PEDIDA.
           MOVE WRK-QTDE-RECEBIDA   TO EXC-QTDE-RECEBIDA.
           MOVE FF-QUANTIDADE       TO EXC-QTDE-FATURADA.
           MOVE PEDC-CUSTO-UNITARIO TO EXC-CUSTO-PEDIDO.
           MOVE WRK-CUSTO-RECEBIDO  TO EXC-CUSTO-RECEBIDO.
           MOVE FF-CUSTO-UNITARIO   TO EXC-CUSTO-FATURADO.
           MOVE WRK-MOTIVO-EXCECAO  TO EXC-MOTIVO.
           MOVE WRK-DATAHOJE        TO EXC-DATA.
           SET EXC-STATUS-ABERTA TO TRUE.
           WRITE EXC-REGISTRO
               INVALID KEY REWRITE EXC-REGISTRO
           END-WRITE.
           SET FF-STATUS-EM-EXCECAO TO TRUE.
           REWRITE FF-REGISTRO.
           ADD 1 TO WRK-QTDE-EXCECOES.
           DISPLAY 'FATURA EM EXCECAO - NOTA ' FF-NUMERO-NOTA
                   ' CNPJ ' FF-CNPJ ': ' WRK-MOTIVO-EXCECAO.

       0211-CALCULAR-VENC-PADRAO.
           COMPUTE WRK-DIAS-EPOCA =
           MOVE 'FATURAFRE' TO CTAP-ORIGEM.
           MOVE FAT-NUMERO TO CTAP-DOCUMENTO (01:06).
           PERFORM 0211-CALCULAR-VENC-PADRAO.
           PERFORM 0235-VERIFICAR-DISPUTA.
           PERFORM 0220-GRAVAR-TITULO.
           PERFORM 0111-LER-FATURA.

      ******************************* PEDIDO COM DISPUTA DE FRETE
      ******************************* ABERTA OU EM ANDAMENTO NO
      ******************************* PROGCOB12V GERA O TITULO RETIDO
       0235-VERIFICAR-DISPUTA.
           MOVE 'N' TO WRK-TITULO-RETIDO-SW.
           IF WRK-FS-DISP = '00' OR WRK-FS-DISP = '23'
               MOVE FAT-NUMERO TO DISPUTA-NUMERO
               READ DISPUTA-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DISPUTA-ABERTA OR DISPUTA-EM-DISPUTA
                           SET WRK-TITULO-RETIDO TO TRUE
                       END-IF
               END-READ
           END-IF.

       0240-BUSCAR-TRANSPORTADORA.
           MOVE 'N' TO WRK-FC-SW.
           MOVE 'TRANSPORTADORA N/IDENT' TO CTAP-CREDOR-NOME.
           MOVE WRK-VALOR-TITULO TO CTAP-VALOR.
           MOVE WRK-DATAHOJE TO CTAP-DATA-EMISSAO.
           SET CTAP-STATUS-ABERTO TO TRUE.
           IF WRK-TITULO-RETIDO
               SET CTAP-STATUS-RETIDO TO TRUE
               ADD 1 TO WRK-QTDE-RETIDOS
               DISPLAY 'TITULO ' CTAP-NUMERO ' RETIDO - DISPUTA DE '
                       'FRETE ABERTA PARA O PEDIDO ' CTAP-DOCUMENTO
               MOVE 'N' TO WRK-TITULO-RETIDO-SW
           END-IF.
           WRITE CTAP-REGISTRO.

       0300-FINALIZAR.
           IF WRK-FS-FAT = '00' OR WRK-FS-FAT = '10'
               CLOSE FATURA-TRANSP
           END-IF.
           IF WRK-FS-FF = '00' OR WRK-FS-FF = '10'
               CLOSE FATURA-FORNECEDOR
           END-IF.
           CLOSE FORNECEDOR-MASTER.
           IF WRK-FS-DISP = '00' OR WRK-FS-DISP = '23'
               CLOSE DISPUTA-MASTER
           END-IF.
           CLOSE PEDIDO-COMPRA.
           CLOSE EXCECAO-COMPRA.
           CLOSE CONTAS-PAGAR.
           PERFORM 0320-GRAVAR-CHECKPOINT.
           IF WRK-QTDE-SEM-FORNECEDOR > 0
              OR WRK-QTDE-EXCECOES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - TITULOS GERADOS: '
                   WRK-QTDE-TITULOS ' SEM FORNECEDOR CADASTRADO: '
                   WRK-QTDE-SEM-FORNECEDOR.
           DISPLAY 'FATURAS DE FORNECEDOR EM EXCECAO: '
                   WRK-QTDE-EXCECOES ' AGUARDANDO RECEBIMENTO: '
                   WRK-QTDE-AGUARDANDO.
           DISPLAY 'TITULOS DE FRETE RETIDOS POR DISPUTA: '
                   WRK-QTDE-RETIDOS.

      ******************************* ATUALIZA O PONTO DE CONTROLE COM
      ******************************* O ULTIMO NUMERO DE TITULO
