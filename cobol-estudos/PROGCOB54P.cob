       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB54P.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: APURACAO MENSAL DE PIS E COFINS (REGIME NAO
      *           CUMULATIVO) - PARA O MES INFORMADO (AAAAMM), TOMA A
      *           RECEITA TRIBUTAVEL DO HISTORICO DE VENDAS (HISTVENDA)
      *           LIQUIDA DAS NOTAS CANCELADAS (NOTAS-CANCELADAS), NA
      *           MESMA REGRA DO LIVRO FISCAL DO PROGCOB09V, E CALCULA
      *           OS DEBITOS PELAS ALIQUOTAS DA TABELA PISCOPAR; OS
      *           CREDITOS SAEM DAS COMPRAS RECEBIDAS NO MES (ENTRADAS,
      *           QUANTIDADE X CUSTO UNITARIO) E, QUANDO O PARAMETRO
      *           PERMITIR, DAS FATURAS DE FRETE DAS TRANSPORTADORAS
      *           LANCADAS NO CONTAS A PAGAR NO MES (ORIGEM FATURAFRE).
      *           O SALDO CREDOR QUE SOBRAR FICA NO PISCOSLD PARA O MES
      *           SEGUINTE. O IMPOSTO A RECOLHER E LANCADO NO RAZAOEXT
      *           NO ULTIMO DIA DO MES (VALIDADO PELO PROGCOB19R), O
      *           QUADRO SAI NO RELPISCO E A RECEITA TRIBUTAVEL E
      *           CONFERIDA COM O TOTAL DO LIVRO FISCAL (LIVROFIS) DO
      *           MESMO MES
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - O HEADER E O TRAILER DE CONTROLE DO LIVROFIS
      *                 (LAYOUT CPCTLREM) SAO DESPREZADOS NA SOMA DO
      *                 LIVRO FISCAL
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
           SELECT ENTRADAS ASSIGN TO 'ENTRADAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENTR.
           SELECT CONTAS-PAGAR ASSIGN TO 'CTAPAG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTAP-NUMERO
               FILE STATUS IS WRK-FS-CTAP.
           SELECT LIVRO-FISCAL ASSIGN TO 'LIVROFIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIVRO.
           SELECT PARAM-PISCOFINS ASSIGN TO 'PISCOPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAR.
           SELECT SALDO-PISCOFINS ASSIGN TO 'PISCOSLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALDO.
           SELECT RAZAO-EXTRATO ASSIGN TO 'RAZAOEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RAZAO.
           SELECT RELATORIO-PISCOFINS ASSIGN TO 'RELPISCO'
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
       FD  ENTRADAS.
           COPY CPENTRAD.
       FD  CONTAS-PAGAR.
           COPY CPCTAPAG.
       FD  LIVRO-FISCAL.
           COPY CPLIVRO.
       FD  PARAM-PISCOFINS.
       01  PISPAR-REGISTRO.
           05  PISPAR-ALIQ-PIS           PIC 9V9(04).
           05  PISPAR-ALIQ-COFINS        PIC 9V9(04).
           05  PISPAR-CREDITO-FRETE      PIC X(01).
               88  PISPAR-CREDITA-FRETE      VALUE 'S'.
       FD  SALDO-PISCOFINS.
       01  PISS-REGISTRO.
           05  PISS-ANOMES               PIC 9(06).
           05  PISS-SALDO-PIS            PIC 9(09)V99.
           05  PISS-SALDO-COFINS         PIC 9(09)V99.
       FD  RAZAO-EXTRATO.
           COPY CPRAZAO.
       FD  RELATORIO-PISCOFINS.
       01  REL-LINHA                 PIC X(80).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-HISTV              PIC X(02) VALUE '00'.
       77  WRK-FS-CANC               PIC X(02) VALUE '00'.
       77  WRK-FS-ENTR               PIC X(02) VALUE '00'.
       77  WRK-FS-CTAP               PIC X(02) VALUE '00'.
       77  WRK-FS-LIVRO              PIC X(02) VALUE '00'.
       77  WRK-FS-PAR                PIC X(02) VALUE '00'.
       77  WRK-FS-SALDO              PIC X(02) VALUE '00'.
       77  WRK-FS-RAZAO              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       01  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       01  WRK-ANOMES-R REDEFINES WRK-ANOMES.
           05  WRK-ANO               PIC 9(04).
           05  WRK-MES               PIC 9(02).
       01  WRK-DATA-PROX-MES         PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-PROX-MES-R REDEFINES WRK-DATA-PROX-MES.
           05  WRK-PROX-ANO          PIC 9(04).
           05  WRK-PROX-MES          PIC 9(02).
           05  WRK-PROX-DIA          PIC 9(02).
       77  WRK-DATA-LANCAMENTO       PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS                  PIC 9(08) VALUE ZERO.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-EOF-CANC-SW           PIC X(01) VALUE 'N'.
           88  WRK-FIM-CANCELADAS        VALUE 'S'.
       77  WRK-QTDE-CANC             PIC 9(04) VALUE ZERO.
       77  WRK-CN-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-CN-SW                 PIC X(01) VALUE 'N'.
           88  WRK-NOTA-CANCELADA        VALUE 'S'.
       01  WRK-TABELA-CANCELADAS.
           05  WRK-NOTA-CANC OCCURS 1 TO 2000 TIMES
                             DEPENDING ON WRK-QTDE-CANC
                             PIC 9(08).
       77  WRK-ALIQ-PIS              PIC 9V9(04) VALUE ZERO.
       77  WRK-ALIQ-COFINS           PIC 9V9(04) VALUE ZERO.
       77  WRK-CREDITO-FRETE-SW      PIC X(01) VALUE 'N'.
           88  WRK-CREDITA-FRETE         VALUE 'S'.
       77  WRK-JA-LANCADO-SW         PIC X(01) VALUE 'N'.
           88  WRK-MES-JA-LANCADO        VALUE 'S'.
       77  WRK-ANOMES-SALDO          PIC 9(06) VALUE ZEROS.
       77  WRK-SALDO-ANT-PIS         PIC 9(09)V99 VALUE ZERO.
       77  WRK-SALDO-ANT-COFINS      PIC 9(09)V99 VALUE ZERO.
       77  WRK-QTDE-NOTAS            PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-CANCELADAS       PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-ENTRADAS         PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-FATURAS-FRETE    PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-LIVRO            PIC 9(07) VALUE ZERO.
       77  WRK-VALOR-ENTRADA         PIC 9(09)V99 VALUE ZERO.
       77  WRK-BASE-RECEITA          PIC 9(11)V99 VALUE ZERO.
       77  WRK-BASE-ENTRADAS         PIC 9(11)V99 VALUE ZERO.
       77  WRK-BASE-FRETE            PIC 9(11)V99 VALUE ZERO.
       77  WRK-BASE-CREDITO          PIC 9(11)V99 VALUE ZERO.
       77  WRK-TOTAL-LIVRO           PIC 9(11)V99 VALUE ZERO.
       77  WRK-DIFERENCA-LIVRO       PIC S9(11)V99 VALUE ZERO.
       77  WRK-DEBITO-PIS            PIC 9(09)V99 VALUE ZERO.
       77  WRK-DEBITO-COFINS         PIC 9(09)V99 VALUE ZERO.
       77  WRK-CREDITO-PIS           PIC 9(09)V99 VALUE ZERO.
       77  WRK-CREDITO-COFINS        PIC 9(09)V99 VALUE ZERO.
       77  WRK-APURADO-PIS           PIC S9(09)V99 VALUE ZERO.
       77  WRK-APURADO-COFINS        PIC S9(09)V99 VALUE ZERO.
       77  WRK-RECOLHER-PIS          PIC 9(09)V99 VALUE ZERO.
       77  WRK-RECOLHER-COFINS       PIC 9(09)V99 VALUE ZERO.
       77  WRK-SALDO-NOVO-PIS        PIC 9(09)V99 VALUE ZERO.
       77  WRK-SALDO-NOVO-COFINS     PIC 9(09)V99 VALUE ZERO.
       77  WRK-PERCENTUAL-100        PIC 9(03)V9(04) VALUE ZERO.
       77  WRK-APURADO-SW            PIC X(01) VALUE 'N'.
           88  WRK-APURACAO-FEITA        VALUE 'S'.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
      ******************************* LINHAS DO LANCAMENTO, VALIDADAS
      ******************************* TODAS ANTES DE QUALQUER GRAVACAO
       77  WRK-QTDE-LINHAS           PIC 9(01) VALUE ZERO.
       77  WRK-LN-IDX                PIC 9(01) VALUE ZERO.
       01  WRK-TABELA-LINHAS.
           05  WRK-LINHA OCCURS 4 TIMES.
               10  WRK-LN-CONTA          PIC 9(06).
               10  WRK-LN-TIPO           PIC X(01).
               10  WRK-LN-VALOR          PIC 9(09)V99.
               10  WRK-LN-DESCRICAO      PIC X(30).
       77  WRK-CONTA-DEBITO          PIC 9(06) VALUE ZERO.
       77  WRK-CONTA-CREDITO         PIC 9(06) VALUE ZERO.
       77  WRK-VALOR-PAR             PIC 9(09)V99 VALUE ZERO.
       77  WRK-MOTIVO-LINHA          PIC X(30) VALUE SPACES.
       77  WRK-RECUSA-SW             PIC X(01) VALUE 'N'.
           88  WRK-HOUVE-RECUSA          VALUE 'S'.
      *********************************
      * PLANO DE CONTAS - CONSTANTES FIXAS, NA MESMA CONVENCAO DO
      * PROGCOB19G
      *********************************
       77  WRK-CONTA-PIS-VENDAS      PIC 9(06) VALUE 410400.
       77  WRK-CONTA-COFINS-VENDAS   PIC 9(06) VALUE 410500.
       77  WRK-CONTA-PIS-RECOLHER    PIC 9(06) VALUE 210500.
       77  WRK-CONTA-COFINS-RECOLHER PIC 9(06) VALUE 210600.
       77  WRK-LANC-OK               PIC X(01) VALUE 'S'.
           88  WRK-LANC-VALIDO           VALUE 'S'.
       77  WRK-LANC-MOTIVO           PIC X(30) VALUE SPACES.
       01  REL-CABECALHO.
           05  FILLER                PIC X(40) VALUE
               'APURACAO MENSAL DE PIS/COFINS - MES '.
           05  REL-CAB-ANOMES        PIC 9(06).
       01  REL-BASE.
           05  REL-BASE-TITULO       PIC X(32).
           05  REL-BASE-VALOR        PIC $ZZZ.ZZZ.ZZ9,99.
       01  REL-TITULOS.
           05  FILLER                PIC X(32) VALUE SPACES.
           05  FILLER                PIC X(16) VALUE
               '             PIS'.
           05  FILLER                PIC X(16) VALUE
               '          COFINS'.
       01  REL-IMPOSTO.
           05  REL-IMP-TITULO        PIC X(32).
           05  REL-IMP-PIS           PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-IMP-COFINS        PIC -ZZZ.ZZZ.ZZ9,99.
       01  REL-ALIQUOTAS.
           05  FILLER                PIC X(32) VALUE
               'ALIQUOTAS (%)'.
           05  FILLER                PIC X(07) VALUE SPACES.
           05  REL-ALQ-PIS           PIC ZZ9,9999.
           05  FILLER                PIC X(08) VALUE SPACES.
           05  REL-ALQ-COFINS        PIC ZZ9,9999.
       01  REL-CONFERENCIA.
           05  FILLER                PIC X(32) VALUE
               'CONFERENCIA COM O LIVRO FISCAL'.
           05  REL-CONF-DIFERENCA    PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-CONF-SITUACAO     PIC X(30).
       01  REL-SITUACAO.
           05  REL-SIT-TEXTO         PIC X(80).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF RETURN-CODE = 0
               PERFORM 0200-APURAR-RECEITA
               PERFORM 0220-APURAR-ENTRADAS
               IF WRK-CREDITA-FRETE
                   PERFORM 0230-APURAR-FRETES
               END-IF
               PERFORM 0240-CONFERIR-LIVRO
               PERFORM 0250-APURAR-IMPOSTO
               SET WRK-APURACAO-FEITA TO TRUE
               PERFORM 0260-LANCAR-IMPOSTO
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           DISPLAY 'MES DE APURACAO (AAAAMM)..'.
           ACCEPT WRK-ANOMES FROM CONSOLE.
           OPEN OUTPUT RELATORIO-PISCOFINS.
           MOVE WRK-ANOMES TO REL-CAB-ANOMES.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-MES < 1 OR WRK-MES > 12
               DISPLAY 'MES INVALIDO: ' WRK-ANOMES
               MOVE 'MES INVALIDO' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0110-CALCULAR-DATA-LANCAMENTO
               PERFORM 0120-CARREGAR-PARAMETROS
           END-IF.
           IF RETURN-CODE = 0
               PERFORM 0130-CARREGAR-CANCELADAS
               PERFORM 0140-LER-SALDO-CREDOR
           END-IF.

      ******************************* O IMPOSTO E LANCADO NO ULTIMO DIA
      ******************************* DO MES DE APURACAO
       0110-CALCULAR-DATA-LANCAMENTO.
           MOVE WRK-ANO TO WRK-PROX-ANO.
           MOVE WRK-MES TO WRK-PROX-MES.
           MOVE 1 TO WRK-PROX-DIA.
           ADD 1 TO WRK-PROX-MES.
           IF WRK-PROX-MES > 12
               MOVE 1 TO WRK-PROX-MES
               ADD 1 TO WRK-PROX-ANO
           END-IF.
           COMPUTE WRK-DIAS = FUNCTION
               INTEGER-OF-DATE (WRK-DATA-PROX-MES) - 1.
           COMPUTE WRK-DATA-LANCAMENTO = FUNCTION
               DATE-OF-INTEGER (WRK-DIAS).

      ******************************* ALIQUOTAS E PERMISSAO DE CREDITO
      ******************************* SOBRE FRETE; SEM A TABELA NADA E
      ******************************* APURADO
       0120-CARREGAR-PARAMETROS.
           OPEN INPUT PARAM-PISCOFINS.
           IF WRK-FS-PAR NOT = '00'
               DISPLAY 'TABELA DE ALIQUOTAS (PISCOPAR) INDISPONIVEL - '
                       'NADA FOI APURADO'
               MOVE 'PISCOPAR INDISPONIVEL' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               READ PARAM-PISCOFINS
                   AT END
                       DISPLAY 'TABELA DE ALIQUOTAS (PISCOPAR) VAZIA'
                       MOVE 'PISCOPAR VAZIA' TO WRK-AUDIT-RESULTADO
                       MOVE 8 TO RETURN-CODE
                   NOT AT END
                       MOVE PISPAR-ALIQ-PIS    TO WRK-ALIQ-PIS
                       MOVE PISPAR-ALIQ-COFINS TO WRK-ALIQ-COFINS
                       IF PISPAR-CREDITA-FRETE
                           SET WRK-CREDITA-FRETE TO TRUE
                       END-IF
               END-READ
               CLOSE PARAM-PISCOFINS
           END-IF.

      ******************************* GUARDA EM MEMORIA AS NOTAS JA
      ******************************* CANCELADAS, COMO O PROGCOB09V
       0130-CARREGAR-CANCELADAS.
           OPEN INPUT NOTAS-CANCELADAS.
           IF WRK-FS-CANC NOT = '00'
               SET WRK-FIM-CANCELADAS TO TRUE
           ELSE
               PERFORM 0131-LER-CANCELADA
               PERFORM 0132-GUARDAR-CANCELADA
                   UNTIL WRK-FIM-CANCELADAS
               CLOSE NOTAS-CANCELADAS
           END-IF.

       0131-LER-CANCELADA.
           READ NOTAS-CANCELADAS
               AT END SET WRK-FIM-CANCELADAS TO TRUE
           END-READ.

       0132-GUARDAR-CANCELADA.
           IF WRK-QTDE-CANC < 2000
               ADD 1 TO WRK-QTDE-CANC
               MOVE CANC-NOTAFISCAL TO WRK-NOTA-CANC (WRK-QTDE-CANC)
           END-IF.
           PERFORM 0131-LER-CANCELADA.

      ******************************* SALDO CREDOR DA ULTIMA APURACAO;
      ******************************* MES JA APURADO NAO E LANCADO DE
      ******************************* NOVO
       0140-LER-SALDO-CREDOR.
           OPEN INPUT SALDO-PISCOFINS.
           IF WRK-FS-SALDO = '00'
               READ SALDO-PISCOFINS
                   AT END CONTINUE
               END-READ
               IF WRK-FS-SALDO = '00'
                   MOVE PISS-ANOMES       TO WRK-ANOMES-SALDO
                   MOVE PISS-SALDO-PIS    TO WRK-SALDO-ANT-PIS
                   MOVE PISS-SALDO-COFINS TO WRK-SALDO-ANT-COFINS
               END-IF
               CLOSE SALDO-PISCOFINS
           END-IF.
           IF WRK-ANOMES-SALDO NOT < WRK-ANOMES
               SET WRK-MES-JA-LANCADO TO TRUE
           END-IF.

      ******************************* RECEITA TRIBUTAVEL: VENDAS DO MES
      ******************************* FORA AS NOTAS CANCELADAS
       0200-APURAR-RECEITA.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT HIST-VENDAS.
           IF WRK-FS-HISTV NOT = '00'
               DISPLAY 'HISTORICO DE VENDAS INDISPONIVEL'
           ELSE
               PERFORM 0201-LER-HISTORICO
               PERFORM 0202-SOMAR-VENDA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE HIST-VENDAS
           END-IF.

       0201-LER-HISTORICO.
           READ HIST-VENDAS
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0202-SOMAR-VENDA.
           IF HV-DATA / 100 = WRK-ANOMES
               PERFORM 0210-VERIFICAR-CANCELAMENTO
               IF WRK-NOTA-CANCELADA
                   ADD 1 TO WRK-QTDE-CANCELADAS
               ELSE
                   ADD 1 TO WRK-QTDE-NOTAS
                   ADD HV-VALOR TO WRK-BASE-RECEITA
               END-IF
           END-IF.
           PERFORM 0201-LER-HISTORICO.

       0210-VERIFICAR-CANCELAMENTO.
           MOVE 'N' TO WRK-CN-SW.
           PERFORM 0211-COMPARAR-CANCELADA
               VARYING WRK-CN-IDX FROM 1 BY 1
               UNTIL WRK-CN-IDX > WRK-QTDE-CANC
                  OR WRK-NOTA-CANCELADA.

       0211-COMPARAR-CANCELADA.
           IF WRK-NOTA-CANC (WRK-CN-IDX) = HV-NOTAFISCAL
               SET WRK-NOTA-CANCELADA TO TRUE
           END-IF.

      ******************************* CREDITO SOBRE AS COMPRAS
      ******************************* RECEBIDAS NO MES
       0220-APURAR-ENTRADAS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT ENTRADAS.
           IF WRK-FS-ENTR NOT = '00'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0221-LER-ENTRADA
               PERFORM 0222-SOMAR-ENTRADA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE ENTRADAS
           END-IF.

       0221-LER-ENTRADA.
           READ ENTRADAS
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0222-SOMAR-ENTRADA.
           IF ENTR-DATA / 100 = WRK-ANOMES
               COMPUTE WRK-VALOR-ENTRADA =
                   ENTR-QUANTIDADE * ENTR-CUSTO-UNITARIO
               ADD WRK-VALOR-ENTRADA TO WRK-BASE-ENTRADAS
               ADD 1 TO WRK-QTDE-ENTRADAS
           END-IF.
           PERFORM 0221-LER-ENTRADA.

      ******************************* CREDITO SOBRE AS FATURAS DE
      ******************************* FRETE DAS TRANSPORTADORAS QUE
      ******************************* VIRARAM TITULO NO MES
       0230-APURAR-FRETES.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT CONTAS-PAGAR.
           IF WRK-FS-CTAP NOT = '00'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0231-LER-TITULO
               PERFORM 0232-SOMAR-FRETE
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE CONTAS-PAGAR
           END-IF.

       0231-LER-TITULO.
           READ CONTAS-PAGAR NEXT
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0232-SOMAR-FRETE.
           IF CTAP-ORIGEM = 'FATURAFRE'
              AND CTAP-DATA-EMISSAO / 100 = WRK-ANOMES
               ADD CTAP-VALOR TO WRK-BASE-FRETE
               ADD 1 TO WRK-QTDE-FATURAS-FRETE
           END-IF.
           PERFORM 0231-LER-TITULO.

      ******************************* A RECEITA TRIBUTAVEL PRECISA
      ******************************* FECHAR COM O LIVRO FISCAL DO MES
       0240-CONFERIR-LIVRO.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT LIVRO-FISCAL.
           IF WRK-FS-LIVRO NOT = '00'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0241-LER-LIVRO
               PERFORM 0242-SOMAR-LIVRO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE LIVRO-FISCAL
           END-IF.
           COMPUTE WRK-DIFERENCA-LIVRO =
               WRK-BASE-RECEITA - WRK-TOTAL-LIVRO.

       0241-LER-LIVRO.
           READ LIVRO-FISCAL
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* O HEADER E O TRAILER DE CONTROLE
      ******************************* DO LIVROFIS (CPCTLREM) NAO SAO
      ******************************* NOTAS
       0242-SOMAR-LIVRO.
           IF LIVRO-REGISTRO (1:3) NOT = 'HDR'
              AND LIVRO-REGISTRO (1:3) NOT = 'TRL'
               IF LIVRO-DATA / 100 = WRK-ANOMES
                   ADD LIVRO-VALOR TO WRK-TOTAL-LIVRO
                   ADD 1 TO WRK-QTDE-LIVRO
               END-IF
           END-IF.
           PERFORM 0241-LER-LIVRO.

      ******************************* DEBITO MENOS CREDITO DO MES MENOS
      ******************************* O SALDO CREDOR ANTERIOR; O QUE
      ******************************* FICAR NEGATIVO VIRA SALDO CREDOR
       0250-APURAR-IMPOSTO.
           COMPUTE WRK-DEBITO-PIS ROUNDED =
               WRK-BASE-RECEITA * WRK-ALIQ-PIS.
           COMPUTE WRK-DEBITO-COFINS ROUNDED =
               WRK-BASE-RECEITA * WRK-ALIQ-COFINS.
           COMPUTE WRK-BASE-CREDITO =
               WRK-BASE-ENTRADAS + WRK-BASE-FRETE.
           COMPUTE WRK-CREDITO-PIS ROUNDED =
               WRK-BASE-CREDITO * WRK-ALIQ-PIS.
           COMPUTE WRK-CREDITO-COFINS ROUNDED =
               WRK-BASE-CREDITO * WRK-ALIQ-COFINS.
           COMPUTE WRK-APURADO-PIS = WRK-DEBITO-PIS
               - WRK-CREDITO-PIS - WRK-SALDO-ANT-PIS.
           COMPUTE WRK-APURADO-COFINS = WRK-DEBITO-COFINS
               - WRK-CREDITO-COFINS - WRK-SALDO-ANT-COFINS.
           IF WRK-APURADO-PIS > ZERO
               MOVE WRK-APURADO-PIS TO WRK-RECOLHER-PIS
           ELSE
               COMPUTE WRK-SALDO-NOVO-PIS = ZERO - WRK-APURADO-PIS
           END-IF.
           IF WRK-APURADO-COFINS > ZERO
               MOVE WRK-APURADO-COFINS TO WRK-RECOLHER-COFINS
           ELSE
               COMPUTE WRK-SALDO-NOVO-COFINS =
                   ZERO - WRK-APURADO-COFINS
           END-IF.

      ******************************* LANCA O IMPOSTO A RECOLHER, COM
      ******************************* TODAS AS LINHAS CONFERIDAS ANTES
      ******************************* NO PROGCOB19R
       0260-LANCAR-IMPOSTO.
           IF WRK-MES-JA-LANCADO
               DISPLAY 'APURACAO DO MES ' WRK-ANOMES ' JA LANCADA '
                       '(ULTIMA APURACAO ' WRK-ANOMES-SALDO
                       ') - QUADRO EMITIDO SEM LANCAMENTO'
               MOVE 'MES JA LANCADO - SO QUADRO' TO WRK-AUDIT-RESULTADO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO WRK-QTDE-LINHAS
               IF WRK-RECOLHER-PIS > ZERO
                   MOVE 'PIS A RECOLHER DO MES' TO WRK-MOTIVO-LINHA
                   MOVE WRK-CONTA-PIS-VENDAS TO WRK-CONTA-DEBITO
                   MOVE WRK-CONTA-PIS-RECOLHER TO WRK-CONTA-CREDITO
                   MOVE WRK-RECOLHER-PIS TO WRK-VALOR-PAR
                   PERFORM 0265-MONTAR-PAR
               END-IF
               IF WRK-RECOLHER-COFINS > ZERO
                   MOVE 'COFINS A RECOLHER DO MES' TO WRK-MOTIVO-LINHA
                   MOVE WRK-CONTA-COFINS-VENDAS TO WRK-CONTA-DEBITO
                   MOVE WRK-CONTA-COFINS-RECOLHER TO WRK-CONTA-CREDITO
                   MOVE WRK-RECOLHER-COFINS TO WRK-VALOR-PAR
                   PERFORM 0265-MONTAR-PAR
               END-IF
               MOVE 'N' TO WRK-RECUSA-SW
               PERFORM 0270-VALIDAR-LINHA
                   VARYING WRK-LN-IDX FROM 1 BY 1
                   UNTIL WRK-LN-IDX > WRK-QTDE-LINHAS
               IF WRK-HOUVE-RECUSA
                   DISPLAY 'IMPOSTO NAO LANCADO E SALDO CREDOR NAO '
                           'ATUALIZADO - LANCAMENTO RECUSADO'
                   MOVE 'LANCAMENTO RECUSADO' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WRK-QTDE-LINHAS > ZERO
                       PERFORM 0280-GRAVAR-LANCAMENTO
                       MOVE 'PIS/COFINS APURADO E LANCADO'
                           TO WRK-AUDIT-RESULTADO
                   ELSE
                       MOVE 'SALDO CREDOR - NADA A RECOLHER'
                           TO WRK-AUDIT-RESULTADO
                   END-IF
                   PERFORM 0290-GRAVAR-SALDO-CREDOR
               END-IF
           END-IF.

       0265-MONTAR-PAR.
           ADD 1 TO WRK-QTDE-LINHAS.
           MOVE WRK-CONTA-DEBITO TO WRK-LN-CONTA (WRK-QTDE-LINHAS).
           MOVE 'D' TO WRK-LN-TIPO (WRK-QTDE-LINHAS).
           MOVE WRK-VALOR-PAR TO WRK-LN-VALOR (WRK-QTDE-LINHAS).
           MOVE WRK-MOTIVO-LINHA TO WRK-LN-DESCRICAO (WRK-QTDE-LINHAS).
           ADD 1 TO WRK-QTDE-LINHAS.
           MOVE WRK-CONTA-CREDITO TO WRK-LN-CONTA (WRK-QTDE-LINHAS).
           MOVE 'C' TO WRK-LN-TIPO (WRK-QTDE-LINHAS).
           MOVE WRK-VALOR-PAR TO WRK-LN-VALOR (WRK-QTDE-LINHAS).
           MOVE WRK-MOTIVO-LINHA TO WRK-LN-DESCRICAO (WRK-QTDE-LINHAS).

       0270-VALIDAR-LINHA.
           PERFORM 0275-MONTAR-LINHA.
           CALL 'PROGCOB19R' USING RAZAO-REGISTRO WRK-LANC-OK
               WRK-LANC-MOTIVO.
           IF NOT WRK-LANC-VALIDO
               DISPLAY 'LANCAMENTO RECUSADO NA VALIDACAO CONTABIL ('
                       WRK-LANC-MOTIVO ') CONTA ' RAZAO-CONTA
               SET WRK-HOUVE-RECUSA TO TRUE
           END-IF.

       0275-MONTAR-LINHA.
           MOVE WRK-DATA-LANCAMENTO TO RAZAO-DATA.
           MOVE WRK-LN-CONTA (WRK-LN-IDX)     TO RAZAO-CONTA.
           MOVE WRK-LN-DESCRICAO (WRK-LN-IDX) TO RAZAO-DESCRICAO.
           MOVE WRK-LN-TIPO (WRK-LN-IDX)      TO RAZAO-TIPO.
           MOVE WRK-LN-VALOR (WRK-LN-IDX)     TO RAZAO-VALOR.
           MOVE 'PROGCOB54P' TO RAZAO-ORIGEM.

       0280-GRAVAR-LANCAMENTO.
           OPEN EXTEND RAZAO-EXTRATO.
           IF WRK-FS-RAZAO = '35'
               OPEN OUTPUT RAZAO-EXTRATO
               CLOSE RAZAO-EXTRATO
               OPEN EXTEND RAZAO-EXTRATO
           END-IF.
           PERFORM 0281-GRAVAR-LINHA
               VARYING WRK-LN-IDX FROM 1 BY 1
               UNTIL WRK-LN-IDX > WRK-QTDE-LINHAS.
           CLOSE RAZAO-EXTRATO.

       0281-GRAVAR-LINHA.
           PERFORM 0275-MONTAR-LINHA.
           WRITE RAZAO-REGISTRO.

      ******************************* O SALDO CREDOR QUE SOBROU VAI
      ******************************* PARA A APURACAO DO MES SEGUINTE
       0290-GRAVAR-SALDO-CREDOR.
           OPEN OUTPUT SALDO-PISCOFINS.
           MOVE WRK-ANOMES            TO PISS-ANOMES.
           MOVE WRK-SALDO-NOVO-PIS    TO PISS-SALDO-PIS.
           MOVE WRK-SALDO-NOVO-COFINS TO PISS-SALDO-COFINS.
           WRITE PISS-REGISTRO.
           CLOSE SALDO-PISCOFINS.

       0300-FINALIZAR.
           IF WRK-APURACAO-FEITA
               PERFORM 0320-IMPRIMIR-QUADRO
           END-IF.
           CLOSE RELATORIO-PISCOFINS.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - NOTAS: ' WRK-QTDE-NOTAS
                   ' CANCELADAS: ' WRK-QTDE-CANCELADAS
                   ' ENTRADAS: ' WRK-QTDE-ENTRADAS
                   ' FATURAS DE FRETE: ' WRK-QTDE-FATURAS-FRETE.

      ******************************* QUADRO DA APURACAO
       0320-IMPRIMIR-QUADRO.
           MOVE 'RECEITA TRIBUTAVEL DO MES' TO REL-BASE-TITULO.
           MOVE WRK-BASE-RECEITA TO REL-BASE-VALOR.
           PERFORM 0321-IMPRIMIR-BASE.
           MOVE 'COMPRAS RECEBIDAS (ENTRADAS)' TO REL-BASE-TITULO.
           MOVE WRK-BASE-ENTRADAS TO REL-BASE-VALOR.
           PERFORM 0321-IMPRIMIR-BASE.
           IF WRK-CREDITA-FRETE
               MOVE 'FATURAS DE FRETE DO MES' TO REL-BASE-TITULO
           ELSE
               MOVE 'FRETE (SEM DIREITO A CREDITO)' TO REL-BASE-TITULO
           END-IF.
           MOVE WRK-BASE-FRETE TO REL-BASE-VALOR.
           PERFORM 0321-IMPRIMIR-BASE.
           COMPUTE WRK-PERCENTUAL-100 = WRK-ALIQ-PIS * 100.
           MOVE WRK-PERCENTUAL-100 TO REL-ALQ-PIS.
           COMPUTE WRK-PERCENTUAL-100 = WRK-ALIQ-COFINS * 100.
           MOVE WRK-PERCENTUAL-100 TO REL-ALQ-COFINS.
           MOVE REL-ALIQUOTAS TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-TITULOS TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'DEBITOS SOBRE A RECEITA' TO REL-IMP-TITULO.
           MOVE WRK-DEBITO-PIS TO REL-IMP-PIS.
           MOVE WRK-DEBITO-COFINS TO REL-IMP-COFINS.
           PERFORM 0322-IMPRIMIR-IMPOSTO.
           MOVE '(-) CREDITOS DO MES' TO REL-IMP-TITULO.
           MOVE WRK-CREDITO-PIS TO REL-IMP-PIS.
           MOVE WRK-CREDITO-COFINS TO REL-IMP-COFINS.
           PERFORM 0322-IMPRIMIR-IMPOSTO.
           MOVE '(-) SALDO CREDOR ANTERIOR' TO REL-IMP-TITULO.
           MOVE WRK-SALDO-ANT-PIS TO REL-IMP-PIS.
           MOVE WRK-SALDO-ANT-COFINS TO REL-IMP-COFINS.
           PERFORM 0322-IMPRIMIR-IMPOSTO.
           MOVE 'IMPOSTO A RECOLHER' TO REL-IMP-TITULO.
           MOVE WRK-RECOLHER-PIS TO REL-IMP-PIS.
           MOVE WRK-RECOLHER-COFINS TO REL-IMP-COFINS.
           PERFORM 0322-IMPRIMIR-IMPOSTO.
           MOVE 'SALDO CREDOR PARA O MES SEGUINTE' TO REL-IMP-TITULO.
           MOVE WRK-SALDO-NOVO-PIS TO REL-IMP-PIS.
           MOVE WRK-SALDO-NOVO-COFINS TO REL-IMP-COFINS.
           PERFORM 0322-IMPRIMIR-IMPOSTO.
           MOVE WRK-DIFERENCA-LIVRO TO REL-CONF-DIFERENCA.
           EVALUATE TRUE
               WHEN WRK-QTDE-LIVRO = ZERO
                   MOVE 'LIVRO FISCAL DO MES AUSENTE'
                       TO REL-CONF-SITUACAO
               WHEN WRK-DIFERENCA-LIVRO = ZERO
                   MOVE 'CONFERE' TO REL-CONF-SITUACAO
               WHEN OTHER
                   MOVE 'DIVERGENTE' TO REL-CONF-SITUACAO
           END-EVALUATE.
           MOVE REL-CONFERENCIA TO REL-LINHA.
           WRITE REL-LINHA.
           IF REL-CONF-SITUACAO NOT = 'CONFERE'
               DISPLAY 'CONFERENCIA COM O LIVRO FISCAL: '
                       REL-CONF-SITUACAO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       0321-IMPRIMIR-BASE.
           MOVE REL-BASE TO REL-LINHA.
           WRITE REL-LINHA.

       0322-IMPRIMIR-IMPOSTO.
           MOVE REL-IMPOSTO TO REL-LINHA.
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
           MOVE 'PROGCOB54P' TO AUDIT-PROGRAMA.
           MOVE WRK-ANOMES TO AUDIT-ENTRADA-CHAVE (01:06).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
