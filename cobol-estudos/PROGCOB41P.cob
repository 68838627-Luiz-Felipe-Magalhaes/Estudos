       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB41P.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: RENTABILIDADE MENSAL POR CLIENTE - PARA O MES
      *           INFORMADO (AAAAMM), APURA POR CPF A RECEITA BRUTA DO
      *           HISTORICO DE VENDAS (HISTVENDA: VALOR DA LINHA MAIS O
      *           DESCONTO CONCEDIDO E O RESGATE DE PONTOS, QUE JA
      *           ESTAO ABATIDOS DO HV-VALOR) E DESCONTA AS NOTAS
      *           CANCELADAS (NOTAS-CANCELADAS), O CUSTO DAS
      *           MERCADORIAS (PROD-CUSTO-MEDIO X HV-QUANTIDADE, SO DAS
      *           LINHAS NAO CANCELADAS), O FRETE ABSORVIDO DAS NOTAS
      *           DO MES (FRETECAL), A TAXA DE CARTAO RETIDA PELA
      *           ADQUIRENTE (TAXACART, GRAVADO PELO PROGCOB28), O
      *           DESCONTO E O RESGATE DE PONTOS, CHEGANDO NA MARGEM
      *           DE CONTRIBUICAO E NA MARGEM %. OS CLIENTES SAEM EM
      *           RANKING DA MAIOR PARA A MENOR MARGEM (RELRENT), NO
      *           MESMO ESTILO DO RANKING DO PROGCOB09F, COM O DECIL
      *           INFERIOR SINALIZADO PARA A EQUIPE COMERCIAL
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
               FILE STATUS IS WRK-FS-HISTV.
           SELECT NOTAS-CANCELADAS ASSIGN TO 'NOTASCAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CANC.
           SELECT PRODUTO-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PROD.
           SELECT FRETE-CALCULADO ASSIGN TO 'FRETECAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETE.
           SELECT TAXA-CARTAO ASSIGN TO 'TAXACART'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TAXA.
           SELECT RENT-MOVIMENTO ASSIGN TO 'RENTORD'.
           SELECT RENT-CLIENTE ASSIGN TO 'RENTCLI'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RENT-ORDENADO ASSIGN TO 'RENTORD2'.
           SELECT RELATORIO-RENTAB ASSIGN TO 'RELRENT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-VENDAS.
           COPY CPHISTV.
       FD  NOTAS-CANCELADAS.
           COPY CPCANC.
       FD  PRODUTO-MASTER.
           COPY CPPROD.
       FD  FRETE-CALCULADO.
           COPY CPFCAL.
       FD  TAXA-CARTAO.
           COPY CPTAXAC.
       SD  RENT-MOVIMENTO.
       01  RM-REGISTRO.
           05  RM-CPF                PIC X(11).
           05  RM-RECEITA            PIC 9(07)V99.
           05  RM-CANCELADO          PIC 9(07)V99.
           05  RM-CUSTO              PIC 9(09)V99.
           05  RM-FRETE              PIC 9(07)V99.
           05  RM-TAXA               PIC 9(07)V99.
           05  RM-DESCONTO           PIC 9(07)V99.
           05  RM-PONTOS             PIC 9(07)V99.
       FD  RENT-CLIENTE.
       01  RC-REGISTRO.
           05  RC-CPF                PIC X(11).
           05  RC-RECEITA            PIC 9(09)V99.
           05  RC-CANCELADO          PIC 9(09)V99.
           05  RC-CUSTO              PIC 9(09)V99.
           05  RC-FRETE              PIC 9(09)V99.
           05  RC-TAXA               PIC 9(09)V99.
           05  RC-DESCONTO           PIC 9(09)V99.
           05  RC-PONTOS             PIC 9(09)V99.
           05  RC-MARGEM             PIC S9(09)V99.
           05  RC-MARGEM-PERC        PIC S9(05)V99.
       SD  RENT-ORDENADO.
       01  RO-REGISTRO.
           05  RO-CPF                PIC X(11).
           05  RO-RECEITA            PIC 9(09)V99.
           05  RO-CANCELADO          PIC 9(09)V99.
           05  RO-CUSTO              PIC 9(09)V99.
           05  RO-FRETE              PIC 9(09)V99.
           05  RO-TAXA               PIC 9(09)V99.
           05  RO-DESCONTO           PIC 9(09)V99.
           05  RO-PONTOS             PIC 9(09)V99.
           05  RO-MARGEM             PIC S9(09)V99.
           05  RO-MARGEM-PERC        PIC S9(05)V99.
       FD  RELATORIO-RENTAB.
       01  REL-LINHA                 PIC X(120).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-HISTV              PIC X(02) VALUE '00'.
       77  WRK-FS-CANC               PIC X(02) VALUE '00'.
       77  WRK-FS-PROD               PIC X(02) VALUE '00'.
       77  WRK-FS-FRETE              PIC X(02) VALUE '00'.
       77  WRK-FS-TAXA               PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-EOF-CANC-SW           PIC X(01) VALUE 'N'.
           88  WRK-FIM-CANCELADAS        VALUE 'S'.
       77  WRK-EOF-FRETE-SW          PIC X(01) VALUE 'N'.
           88  WRK-FIM-FRETES            VALUE 'S'.
       77  WRK-EOF-TAXA-SW           PIC X(01) VALUE 'N'.
           88  WRK-FIM-TAXAS             VALUE 'S'.
       77  WRK-EOF-MOV-SW            PIC X(01) VALUE 'N'.
           88  WRK-FIM-MOVIMENTOS        VALUE 'S'.
       77  WRK-EOF-RANK-SW           PIC X(01) VALUE 'N'.
           88  WRK-FIM-RANKING           VALUE 'S'.
       77  WRK-PRIMEIRO-REGISTRO     PIC X(01) VALUE 'S'.
           88  WRK-E-PRIMEIRO-REGISTRO   VALUE 'S'.
       77  WRK-QTDE-LINHAS-MES       PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-SEM-CUSTO        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-CLIENTES         PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-DECIL            PIC 9(05) VALUE ZERO.
       77  WRK-POSICAO-CORTE         PIC 9(05) VALUE ZERO.
       77  WRK-POSICAO               PIC 9(05) VALUE ZERO.
       77  WRK-PG-IDX                PIC 9(02) VALUE ZERO.
       77  WRK-QTDE-CANC             PIC 9(04) VALUE ZERO.
       77  WRK-CN-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-CN-SW                 PIC X(01) VALUE 'N'.
           88  WRK-NOTA-CANCELADA        VALUE 'S'.
       01  WRK-TABELA-CANCELADAS.
           05  WRK-NOTA-CANC OCCURS 1 TO 2000 TIMES
                             DEPENDING ON WRK-QTDE-CANC
                             PIC 9(08).
       77  WRK-QTDE-NOTAS-MES        PIC 9(04) VALUE ZERO.
       77  WRK-NM-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-NM-SW                 PIC X(01) VALUE 'N'.
           88  WRK-NOTA-DO-MES           VALUE 'S'.
       01  WRK-TABELA-NOTAS-MES.
           05  WRK-NOTA-MES OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WRK-QTDE-NOTAS-MES
                            PIC 9(08).
       77  WRK-CPF-ANTERIOR          PIC X(11) VALUE SPACES.
       77  WRK-RECEITA-LIQUIDA       PIC S9(09)V99 VALUE ZERO.
       01  WRK-ACUMULADOR-CLIENTE.
           05  WRK-AC-RECEITA        PIC 9(09)V99.
           05  WRK-AC-CANCELADO      PIC 9(09)V99.
           05  WRK-AC-CUSTO          PIC 9(09)V99.
           05  WRK-AC-FRETE          PIC 9(09)V99.
           05  WRK-AC-TAXA           PIC 9(09)V99.
           05  WRK-AC-DESCONTO       PIC 9(09)V99.
           05  WRK-AC-PONTOS         PIC 9(09)V99.
       01  WRK-ACUMULADOR-GERAL.
           05  WRK-TG-RECEITA        PIC 9(11)V99.
           05  WRK-TG-CANCELADO      PIC 9(11)V99.
           05  WRK-TG-CUSTO          PIC 9(11)V99.
           05  WRK-TG-FRETE          PIC 9(11)V99.
           05  WRK-TG-TAXA           PIC 9(11)V99.
           05  WRK-TG-DESCONTO       PIC 9(11)V99.
           05  WRK-TG-PONTOS         PIC 9(11)V99.
           05  WRK-TG-MARGEM         PIC S9(11)V99.
       01  REL-CABECALHO.
           05  FILLER                PIC X(45) VALUE
               'RENTABILIDADE POR CLIENTE - MES '.
           05  REL-CAB-ANOMES        PIC 9(06).
       01  REL-TITULOS.
           05  FILLER                PIC X(17) VALUE
               '  POS CPF'.
           05  FILLER                PIC X(13) VALUE '      RECEITA'.
           05  FILLER                PIC X(12) VALUE '   CANCELADO'.
           05  FILLER                PIC X(13) VALUE '        CUSTO'.
           05  FILLER                PIC X(12) VALUE '       FRETE'.
           05  FILLER                PIC X(12) VALUE '  TAXA CART.'.
           05  FILLER                PIC X(12) VALUE ' DESC+PONTOS'.
           05  FILLER                PIC X(14) VALUE '        MARGEM'.
           05  FILLER                PIC X(09) VALUE '   MARG.%'.
       01  REL-DETALHE.
           05  REL-DET-POSICAO       PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-CPF           PIC X(11).
           05  REL-DET-RECEITA       PIC ZZ.ZZZ.ZZ9,99.
           05  REL-DET-CANCELADO     PIC Z.ZZZ.ZZ9,99.
           05  REL-DET-CUSTO         PIC ZZ.ZZZ.ZZ9,99.
           05  REL-DET-FRETE         PIC Z.ZZZ.ZZ9,99.
           05  REL-DET-TAXA          PIC Z.ZZZ.ZZ9,99.
           05  REL-DET-DESCONTOS     PIC Z.ZZZ.ZZ9,99.
           05  REL-DET-MARGEM        PIC -ZZ.ZZZ.ZZ9,99.
           05  REL-DET-PERC          PIC -ZZZZ9,99.
           05  REL-DET-FLAG          PIC X(05).
       01  REL-TOTAL.
           05  FILLER                PIC X(17) VALUE
               'TOTAL GERAL'.
           05  REL-TOT-RECEITA       PIC ZZ.ZZZ.ZZ9,99.
           05  REL-TOT-CANCELADO     PIC Z.ZZZ.ZZ9,99.
           05  REL-TOT-CUSTO         PIC ZZ.ZZZ.ZZ9,99.
           05  REL-TOT-FRETE         PIC Z.ZZZ.ZZ9,99.
           05  REL-TOT-TAXA          PIC Z.ZZZ.ZZ9,99.
           05  REL-TOT-DESCONTOS     PIC Z.ZZZ.ZZ9,99.
           05  REL-TOT-MARGEM        PIC -ZZ.ZZZ.ZZ9,99.
       01  REL-RODAPE.
           05  FILLER                PIC X(25) VALUE
               'TOTAL DE CLIENTES....... '.
           05  REL-ROD-CLIENTES      PIC ZZZZ9.
           05  FILLER                PIC X(42) VALUE
               '  DECIL INFERIOR (** ATENCAO COMERCIAL).. '.
           05  REL-ROD-DECIL         PIC ZZZZ9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           SORT RENT-MOVIMENTO
               ON ASCENDING KEY RM-CPF
               INPUT PROCEDURE IS 0150-SELECIONAR-MOVIMENTOS
               OUTPUT PROCEDURE IS 0200-TOTALIZAR-CLIENTES.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           DISPLAY 'MES DE APURACAO (AAAAMM)..'.
           ACCEPT WRK-ANOMES FROM CONSOLE.
           INITIALIZE WRK-ACUMULADOR-CLIENTE.
           INITIALIZE WRK-ACUMULADOR-GERAL.
           PERFORM 0120-CARREGAR-CANCELADAS.
           OPEN INPUT PRODUTO-MASTER.
           OPEN OUTPUT RENT-CLIENTE.

      ******************************* GUARDA EM MEMORIA AS NOTAS JA
      ******************************* CANCELADAS, NA MESMA CONVENCAO
      ******************************* DO PROGCOB09V
       0120-CARREGAR-CANCELADAS.
           OPEN INPUT NOTAS-CANCELADAS.
           IF WRK-FS-CANC NOT = '00'
               SET WRK-FIM-CANCELADAS TO TRUE
           ELSE
               PERFORM 0121-LER-CANCELADA
               PERFORM 0122-GUARDAR-CANCELADA
                   UNTIL WRK-FIM-CANCELADAS
               CLOSE NOTAS-CANCELADAS
           END-IF.

       0121-LER-CANCELADA.
           READ NOTAS-CANCELADAS
               AT END SET WRK-FIM-CANCELADAS TO TRUE
           END-READ.

       0122-GUARDAR-CANCELADA.
           IF WRK-QTDE-CANC < 2000
               ADD 1 TO WRK-QTDE-CANC
               MOVE CANC-NOTAFISCAL TO WRK-NOTA-CANC (WRK-QTDE-CANC)
           END-IF.
           PERFORM 0121-LER-CANCELADA.

      ******************************* LIBERA PARA A CLASSIFICACAO POR
      ******************************* CPF UMA LINHA POR VENDA DO MES,
      ******************************* POR FRETE DAS NOTAS DO MES E POR
      ******************************* TAXA DE CARTAO DO MES
       0150-SELECIONAR-MOVIMENTOS.
           OPEN INPUT HIST-VENDAS.
           IF WRK-FS-HISTV NOT = '00'
               DISPLAY 'HISTORICO DE VENDAS INDISPONIVEL - '
                       'RENTABILIDADE NAO APURADA'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0151-LER-HISTORICO
               PERFORM 0152-LIBERAR-VENDA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE HIST-VENDAS
               PERFORM 0160-SELECIONAR-FRETES
               PERFORM 0170-SELECIONAR-TAXAS
           END-IF.

       0151-LER-HISTORICO.
           READ HIST-VENDAS
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0152-LIBERAR-VENDA.
           IF HV-DATA / 100 = WRK-ANOMES
               ADD 1 TO WRK-QTDE-LINHAS-MES
               PERFORM 0153-GUARDAR-NOTA-MES
               INITIALIZE RM-REGISTRO
               MOVE HV-CPF      TO RM-CPF
               MOVE HV-DESCONTO TO RM-DESCONTO
               IF NOT HV-PAG-VAZIO (1)
                   PERFORM 0154-SOMAR-PONTOS
                       VARYING WRK-PG-IDX FROM 1 BY 1
                       UNTIL WRK-PG-IDX > 5
               END-IF
               COMPUTE RM-RECEITA =
                   HV-VALOR + RM-DESCONTO + RM-PONTOS
               PERFORM 0155-VERIFICAR-CANCELAMENTO
               IF WRK-NOTA-CANCELADA
                   MOVE HV-VALOR TO RM-CANCELADO
               ELSE
                   PERFORM 0157-VALORIZAR-CUSTO
               END-IF
               RELEASE RM-REGISTRO
           END-IF.
           PERFORM 0151-LER-HISTORICO.

      ******************************* AS LINHAS DE UMA NOTA FICAM
      ******************************* JUNTAS NO HISTORICO, ENTAO BASTA
      ******************************* COMPARAR COM A ULTIMA GUARDADA
       0153-GUARDAR-NOTA-MES.
           IF WRK-QTDE-NOTAS-MES = ZERO
               ADD 1 TO WRK-QTDE-NOTAS-MES
               MOVE HV-NOTAFISCAL TO WRK-NOTA-MES (WRK-QTDE-NOTAS-MES)
           ELSE
               IF HV-NOTAFISCAL NOT =
                  WRK-NOTA-MES (WRK-QTDE-NOTAS-MES)
                  AND WRK-QTDE-NOTAS-MES < 5000
                   ADD 1 TO WRK-QTDE-NOTAS-MES
                   MOVE HV-NOTAFISCAL
                       TO WRK-NOTA-MES (WRK-QTDE-NOTAS-MES)
               END-IF
           END-IF.

       0154-SOMAR-PONTOS.
           IF HV-PAG-PONTOS (WRK-PG-IDX)
               ADD HV-PAG-VALOR (WRK-PG-IDX) TO RM-PONTOS
           END-IF.

       0155-VERIFICAR-CANCELAMENTO.
           MOVE 'N' TO WRK-CN-SW.
           PERFORM 0156-COMPARAR-CANCELADA
               VARYING WRK-CN-IDX FROM 1 BY 1
               UNTIL WRK-CN-IDX > WRK-QTDE-CANC
                  OR WRK-NOTA-CANCELADA.

       0156-COMPARAR-CANCELADA.
           IF WRK-NOTA-CANC (WRK-CN-IDX) = HV-NOTAFISCAL
               SET WRK-NOTA-CANCELADA TO TRUE
           END-IF.

      ******************************* CUSTO DA MERCADORIA PELO CUSTO
      ******************************* MEDIO DO PRODUTO; PRODUTO FORA
      ******************************* DO MASTER SAI SEM CUSTO E E
      ******************************* CONTADO NO FINAL
       0157-VALORIZAR-CUSTO.
           MOVE HV-PRODUTO TO PROD-CODIGO.
           READ PRODUTO-MASTER
               INVALID KEY
                   ADD 1 TO WRK-QTDE-SEM-CUSTO
               NOT INVALID KEY
                   COMPUTE RM-CUSTO =
                       HV-QUANTIDADE * PROD-CUSTO-MEDIO
           END-READ.

      ******************************* FRETE DAS NOTAS FISCAIS DO MES
       0160-SELECIONAR-FRETES.
           OPEN INPUT FRETE-CALCULADO.
           IF WRK-FS-FRETE = '00'
               PERFORM 0161-LER-FRETE
               PERFORM 0162-LIBERAR-FRETE
                   UNTIL WRK-FIM-FRETES
               CLOSE FRETE-CALCULADO
           END-IF.

       0161-LER-FRETE.
           READ FRETE-CALCULADO
               AT END SET WRK-FIM-FRETES TO TRUE
           END-READ.

       0162-LIBERAR-FRETE.
           MOVE 'N' TO WRK-NM-SW.
           PERFORM 0163-COMPARAR-NOTA-MES
               VARYING WRK-NM-IDX FROM 1 BY 1
               UNTIL WRK-NM-IDX > WRK-QTDE-NOTAS-MES
                  OR WRK-NOTA-DO-MES.
           IF WRK-NOTA-DO-MES
               INITIALIZE RM-REGISTRO
               MOVE FCAL-CPF   TO RM-CPF
               MOVE FCAL-FRETE TO RM-FRETE
               RELEASE RM-REGISTRO
           END-IF.
           PERFORM 0161-LER-FRETE.

       0163-COMPARAR-NOTA-MES.
           IF WRK-NOTA-MES (WRK-NM-IDX) = FCAL-NOTAFISCAL
               SET WRK-NOTA-DO-MES TO TRUE
           END-IF.

      ******************************* TAXA DE CARTAO RETIDA NAS VENDAS
      ******************************* DO MES
       0170-SELECIONAR-TAXAS.
           OPEN INPUT TAXA-CARTAO.
           IF WRK-FS-TAXA = '00'
               PERFORM 0171-LER-TAXA
               PERFORM 0172-LIBERAR-TAXA
                   UNTIL WRK-FIM-TAXAS
               CLOSE TAXA-CARTAO
           END-IF.

       0171-LER-TAXA.
           READ TAXA-CARTAO
               AT END SET WRK-FIM-TAXAS TO TRUE
           END-READ.

       0172-LIBERAR-TAXA.
           IF TXC-DATA / 100 = WRK-ANOMES
               INITIALIZE RM-REGISTRO
               MOVE TXC-CPF  TO RM-CPF
               MOVE TXC-TAXA TO RM-TAXA
               RELEASE RM-REGISTRO
           END-IF.
           PERFORM 0171-LER-TAXA.

      ******************************* TOTALIZA OS MOVIMENTOS DE CADA
      ******************************* CPF, COM QUEBRA DE CONTROLE, NO
      ******************************* ARQUIVO INTERMEDIARIO QUE SERA
      ******************************* RECLASSIFICADO PELA MARGEM
       0200-TOTALIZAR-CLIENTES.
           PERFORM 0210-RETORNAR-MOVIMENTO.
           PERFORM 0220-ACUMULAR-MOVIMENTO
               UNTIL WRK-FIM-MOVIMENTOS.
           IF NOT WRK-E-PRIMEIRO-REGISTRO
               PERFORM 0230-QUEBRA-CLIENTE
           END-IF.

       0210-RETORNAR-MOVIMENTO.
           RETURN RENT-MOVIMENTO
               AT END SET WRK-FIM-MOVIMENTOS TO TRUE
           END-RETURN.

       0220-ACUMULAR-MOVIMENTO.
           IF WRK-E-PRIMEIRO-REGISTRO
               MOVE RM-CPF TO WRK-CPF-ANTERIOR
               MOVE 'N' TO WRK-PRIMEIRO-REGISTRO
           END-IF.
           IF RM-CPF NOT = WRK-CPF-ANTERIOR
               PERFORM 0230-QUEBRA-CLIENTE
               MOVE RM-CPF TO WRK-CPF-ANTERIOR
           END-IF.
           ADD RM-RECEITA   TO WRK-AC-RECEITA.
           ADD RM-CANCELADO TO WRK-AC-CANCELADO.
           ADD RM-CUSTO     TO WRK-AC-CUSTO.
           ADD RM-FRETE     TO WRK-AC-FRETE.
           ADD RM-TAXA      TO WRK-AC-TAXA.
           ADD RM-DESCONTO  TO WRK-AC-DESCONTO.
           ADD RM-PONTOS    TO WRK-AC-PONTOS.
           PERFORM 0210-RETORNAR-MOVIMENTO.

      ******************************* MARGEM DE CONTRIBUICAO E MARGEM
      ******************************* % SOBRE A RECEITA LIQUIDA (BRUTA
      ******************************* MENOS CANCELAMENTO, DESCONTO E
      ******************************* PONTOS)
       0230-QUEBRA-CLIENTE.
           ADD 1 TO WRK-QTDE-CLIENTES.
           INITIALIZE RC-REGISTRO.
           MOVE WRK-CPF-ANTERIOR  TO RC-CPF.
           MOVE WRK-AC-RECEITA    TO RC-RECEITA.
           MOVE WRK-AC-CANCELADO  TO RC-CANCELADO.
           MOVE WRK-AC-CUSTO      TO RC-CUSTO.
           MOVE WRK-AC-FRETE      TO RC-FRETE.
           MOVE WRK-AC-TAXA       TO RC-TAXA.
           MOVE WRK-AC-DESCONTO   TO RC-DESCONTO.
           MOVE WRK-AC-PONTOS     TO RC-PONTOS.
           COMPUTE WRK-RECEITA-LIQUIDA =
               WRK-AC-RECEITA - WRK-AC-CANCELADO
               - WRK-AC-DESCONTO - WRK-AC-PONTOS.
           COMPUTE RC-MARGEM =
               WRK-RECEITA-LIQUIDA - WRK-AC-CUSTO
               - WRK-AC-FRETE - WRK-AC-TAXA.
           IF WRK-RECEITA-LIQUIDA > ZERO
               COMPUTE RC-MARGEM-PERC ROUNDED =
                   (RC-MARGEM * 100) / WRK-RECEITA-LIQUIDA
                   ON SIZE ERROR
                       MOVE ZERO TO RC-MARGEM-PERC
               END-COMPUTE
           END-IF.
           WRITE RC-REGISTRO.
           ADD WRK-AC-RECEITA    TO WRK-TG-RECEITA.
           ADD WRK-AC-CANCELADO  TO WRK-TG-CANCELADO.
           ADD WRK-AC-CUSTO      TO WRK-TG-CUSTO.
           ADD WRK-AC-FRETE      TO WRK-TG-FRETE.
           ADD WRK-AC-TAXA       TO WRK-TG-TAXA.
           ADD WRK-AC-DESCONTO   TO WRK-TG-DESCONTO.
           ADD WRK-AC-PONTOS     TO WRK-TG-PONTOS.
           ADD RC-MARGEM         TO WRK-TG-MARGEM.
           INITIALIZE WRK-ACUMULADOR-CLIENTE.

       0300-FINALIZAR.
           CLOSE PRODUTO-MASTER.
           CLOSE RENT-CLIENTE.
           PERFORM 0320-GERAR-RANKING.
           IF WRK-QTDE-SEM-CUSTO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - CLIENTES: '
                   WRK-QTDE-CLIENTES ' DECIL INFERIOR: '
                   WRK-QTDE-DECIL ' LINHAS SEM CUSTO: '
                   WRK-QTDE-SEM-CUSTO.

      ******************************* RECLASSIFICA OS CLIENTES DA MAIOR
      ******************************* PARA A MENOR MARGEM E SINALIZA OS
      ******************************* 10% DE BAIXO (ARREDONDADO PARA
      ******************************* CIMA)
       0320-GERAR-RANKING.
           COMPUTE WRK-QTDE-DECIL = (WRK-QTDE-CLIENTES + 9) / 10.
           COMPUTE WRK-POSICAO-CORTE =
               WRK-QTDE-CLIENTES - WRK-QTDE-DECIL.
           OPEN OUTPUT RELATORIO-RENTAB.
           MOVE WRK-ANOMES TO REL-CAB-ANOMES.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-TITULOS TO REL-LINHA.
           WRITE REL-LINHA.
           SORT RENT-ORDENADO
               ON DESCENDING KEY RO-MARGEM
               USING RENT-CLIENTE
               GIVING RENT-CLIENTE.
           OPEN INPUT RENT-CLIENTE.
           PERFORM 0321-LER-CLIENTE.
           PERFORM 0330-LISTAR-CLIENTE
               UNTIL WRK-FIM-RANKING.
           CLOSE RENT-CLIENTE.
           MOVE WRK-TG-RECEITA   TO REL-TOT-RECEITA.
           MOVE WRK-TG-CANCELADO TO REL-TOT-CANCELADO.
           MOVE WRK-TG-CUSTO     TO REL-TOT-CUSTO.
           MOVE WRK-TG-FRETE     TO REL-TOT-FRETE.
           MOVE WRK-TG-TAXA      TO REL-TOT-TAXA.
           COMPUTE REL-TOT-DESCONTOS =
               WRK-TG-DESCONTO + WRK-TG-PONTOS.
           MOVE WRK-TG-MARGEM    TO REL-TOT-MARGEM.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTDE-CLIENTES TO REL-ROD-CLIENTES.
           MOVE WRK-QTDE-DECIL    TO REL-ROD-DECIL.
           MOVE REL-RODAPE TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-RENTAB.

       0321-LER-CLIENTE.
           READ RENT-CLIENTE
               AT END SET WRK-FIM-RANKING TO TRUE
           END-READ.

       0330-LISTAR-CLIENTE.
           ADD 1 TO WRK-POSICAO.
           MOVE WRK-POSICAO    TO REL-DET-POSICAO.
           MOVE RC-CPF         TO REL-DET-CPF.
           MOVE RC-RECEITA     TO REL-DET-RECEITA.
           MOVE RC-CANCELADO   TO REL-DET-CANCELADO.
           MOVE RC-CUSTO       TO REL-DET-CUSTO.
           MOVE RC-FRETE       TO REL-DET-FRETE.
           MOVE RC-TAXA        TO REL-DET-TAXA.
           COMPUTE REL-DET-DESCONTOS = RC-DESCONTO + RC-PONTOS.
           MOVE RC-MARGEM      TO REL-DET-MARGEM.
           MOVE RC-MARGEM-PERC TO REL-DET-PERC.
           IF WRK-POSICAO > WRK-POSICAO-CORTE
               MOVE '  **' TO REL-DET-FLAG
           ELSE
               MOVE SPACES TO REL-DET-FLAG
           END-IF.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0321-LER-CLIENTE.

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
           MOVE 'PROGCOB41P' TO AUDIT-PROGRAMA.
           MOVE WRK-ANOMES TO AUDIT-ENTRADA-CHAVE (01:06).
           MOVE 'RENTABILIDADE POR CLIENTE GERADA' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
