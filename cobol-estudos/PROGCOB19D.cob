       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB19D.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: DEMONSTRACOES CONTABEIS DO MES - PARA O MES
      *           INFORMADO (AAAAMM), PERCORRE O EXTRATO CONTABIL
      *           (RAZAOEXT) E O PLANO DE CONTAS (PLANOCTA) E IMPRIME
      *           (RELDEMON):
      *           - A DEMONSTRACAO DO RESULTADO (DRE) - RECEITA BRUTA,
      *             DEDUCOES, RECEITA LIQUIDA, CMV, MARGEM BRUTA,
      *             FOLHA, FRETE, OUTRAS DESPESAS E RESULTADO - COM AS
      *             COLUNAS DO MES, ACUMULADO NO ANO E MESMO MES DO ANO
      *             ANTERIOR; A CONTA CAI NA LINHA PELA FAIXA DE CONTA
      *             E PELO PLANO-TIPO DA TABELA DREPAR (CONTA DE
      *             RESULTADO FORA DAS FAIXAS VAI PARA OUTRAS DESPESAS);
      *           - O BALANCO PATRIMONIAL - ATIVO, PASSIVO E PATRIMONIO
      *             LIQUIDO (CONTAS TIPO 'L' MAIS O RESULTADO ACUMULADO
      *             AINDA NAO ENCERRADO) - NA POSICAO DO FIM DO MES E DO
      *             MESMO MES DO ANO ANTERIOR.
      *           O RESULTADO DO MES E CONFERIDO COM O APURADO DIRETO
      *           DOS DEBITOS E CREDITOS DAS CONTAS DE RESULTADO (O
      *           MESMO NUMERO DO BALANCETE DO PROGCOB19T) E O ATIVO
      *           COM O PASSIVO MAIS O PATRIMONIO LIQUIDO
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
           SELECT RAZAO-EXTRATO ASSIGN TO 'RAZAOEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RAZAO.
           SELECT PLANO-CONTAS ASSIGN TO 'PLANOCTA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLANO-CONTA
               FILE STATUS IS WRK-FS-PLANO.
           SELECT PARAM-DRE ASSIGN TO 'DREPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAR.
           SELECT RELATORIO-DEMONSTRACOES ASSIGN TO 'RELDEMON'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  RAZAO-EXTRATO.
           COPY CPRAZAO.
       FD  PLANO-CONTAS.
           COPY CPPLANO.
       FD  PARAM-DRE.
       01  DREP-REGISTRO.
           05  DREP-CONTA-DE         PIC 9(06).
           05  DREP-CONTA-ATE        PIC 9(06).
           05  DREP-TIPO             PIC X(01).
           05  DREP-LINHA            PIC 9(02).
       FD  RELATORIO-DEMONSTRACOES.
       01  REL-LINHA                 PIC X(100).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-RAZAO              PIC X(02) VALUE '00'.
       77  WRK-FS-PLANO              PIC X(02) VALUE '00'.
       77  WRK-FS-PAR                PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       01  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       01  WRK-ANOMES-R REDEFINES WRK-ANOMES.
           05  WRK-ANO               PIC 9(04).
           05  WRK-MES               PIC 9(02).
       77  WRK-ANOMES-ANTERIOR       PIC 9(06) VALUE ZEROS.
       77  WRK-ANO-ANTERIOR          PIC 9(04) VALUE ZEROS.
       01  WRK-RZ-ANOMES             PIC 9(06) VALUE ZEROS.
       01  WRK-RZ-ANOMES-R REDEFINES WRK-RZ-ANOMES.
           05  WRK-RZ-ANO            PIC 9(04).
           05  WRK-RZ-MES            PIC 9(02).
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-CONTA-NOVA            PIC 9(06) VALUE ZERO.
       77  WRK-VALOR-LIQUIDO         PIC S9(11)V99 VALUE ZERO.
       77  WRK-QTDE-LANCAMENTOS      PIC 9(07) VALUE ZERO.
      ******************************* FAIXAS DE CONTA DA DRE (DREPAR)
       77  WRK-QTDE-FAIXAS           PIC 9(03) VALUE ZERO.
       77  WRK-FX-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-FX-SW                 PIC X(01) VALUE 'N'.
           88  WRK-FX-ACHOU              VALUE 'S'.
       01  WRK-TABELA-FAIXAS.
           05  WRK-FAIXA-LINHA OCCURS 1 TO 50 TIMES
                               DEPENDING ON WRK-QTDE-FAIXAS.
               10  WRK-FX-CONTA-DE       PIC 9(06).
               10  WRK-FX-CONTA-ATE      PIC 9(06).
               10  WRK-FX-TIPO           PIC X(01).
               10  WRK-FX-LINHA          PIC 9(02).
      ******************************* CONTAS DO PLANO, NA ORDEM DA
      ******************************* CHAVE, COM OS SALDOS EM DEBITO
      ******************************* MENOS CREDITO
       77  WRK-QTDE-CONTAS           PIC 9(03) VALUE ZERO.
       77  WRK-CT-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-CT-SW                 PIC X(01) VALUE 'N'.
           88  WRK-CT-ACHOU              VALUE 'S'.
       01  WRK-TABELA-CONTAS.
           05  WRK-CONTA-LINHA OCCURS 1 TO 200 TIMES
                               DEPENDING ON WRK-QTDE-CONTAS.
               10  WRK-CT-CONTA          PIC 9(06).
               10  WRK-CT-DESCRICAO      PIC X(30).
               10  WRK-CT-TIPO           PIC X(01).
                   88  WRK-CT-PATRIMONIAL    VALUE 'A' 'P' 'L'.
               10  WRK-CT-LINHA-DRE      PIC 9(02).
               10  WRK-CT-MES            PIC S9(11)V99.
               10  WRK-CT-ANO            PIC S9(11)V99.
               10  WRK-CT-MES-ANT        PIC S9(11)V99.
               10  WRK-CT-ANO-ANT        PIC S9(11)V99.
               10  WRK-CT-POSICAO        PIC S9(11)V99.
               10  WRK-CT-POSICAO-ANT    PIC S9(11)V99.
      ******************************* LINHAS DA DRE: 01 RECEITA BRUTA,
      ******************************* 02 DEDUCOES, 03 RECEITA LIQUIDA,
      ******************************* 04 CMV, 05 MARGEM BRUTA, 06
      ******************************* FOLHA, 07 FRETE, 08 OUTRAS, 09
      ******************************* RESULTADO; 03, 05 E 09 SAO
      ******************************* CALCULADAS
       77  WRK-DRE-IDX               PIC 9(02) VALUE ZERO.
       01  WRK-DRE-DESCRICOES.
           05  FILLER                PIC X(30) VALUE
               'RECEITA BRUTA DE VENDAS'.
           05  FILLER                PIC X(30) VALUE
               '(-) DEDUCOES DA RECEITA'.
           05  FILLER                PIC X(30) VALUE
               '(=) RECEITA LIQUIDA'.
           05  FILLER                PIC X(30) VALUE
               '(-) CUSTO MERCADORIAS VENDIDAS'.
           05  FILLER                PIC X(30) VALUE
               '(=) MARGEM BRUTA'.
           05  FILLER                PIC X(30) VALUE
               '(-) DESPESAS COM PESSOAL'.
           05  FILLER                PIC X(30) VALUE
               '(-) DESPESAS COM FRETE'.
           05  FILLER                PIC X(30) VALUE
               '(-) OUTRAS DESPESAS LIQUIDAS'.
           05  FILLER                PIC X(30) VALUE
               '(=) RESULTADO DO PERIODO'.
       01  WRK-DRE-DESCRICOES-R REDEFINES WRK-DRE-DESCRICOES.
           05  WRK-DRE-DESCRICAO     PIC X(30) OCCURS 9 TIMES.
       01  WRK-TABELA-DRE.
           05  WRK-DRE-LINHA OCCURS 9 TIMES.
               10  WRK-DRE-MES           PIC S9(11)V99.
               10  WRK-DRE-ANO           PIC S9(11)V99.
               10  WRK-DRE-ANT           PIC S9(11)V99.
       77  WRK-RESULTADO-BALANCETE   PIC S9(11)V99 VALUE ZERO.
      ******************************* BALANCO PATRIMONIAL
       77  WRK-TOTAL-ATIVO           PIC S9(11)V99 VALUE ZERO.
       77  WRK-TOTAL-ATIVO-ANT       PIC S9(11)V99 VALUE ZERO.
       77  WRK-TOTAL-PASSIVO         PIC S9(11)V99 VALUE ZERO.
       77  WRK-TOTAL-PASSIVO-ANT     PIC S9(11)V99 VALUE ZERO.
       77  WRK-TOTAL-CAPITAL         PIC S9(11)V99 VALUE ZERO.
       77  WRK-TOTAL-CAPITAL-ANT     PIC S9(11)V99 VALUE ZERO.
       77  WRK-RESULTADO-ACUMULADO   PIC S9(11)V99 VALUE ZERO.
       77  WRK-RESULTADO-ACUM-ANT    PIC S9(11)V99 VALUE ZERO.
       77  WRK-RESULTADO-EXERCICIO   PIC S9(11)V99 VALUE ZERO.
       77  WRK-RESULTADO-EXERC-ANT   PIC S9(11)V99 VALUE ZERO.
       77  WRK-TOTAL-PL              PIC S9(11)V99 VALUE ZERO.
       77  WRK-TOTAL-PL-ANT          PIC S9(11)V99 VALUE ZERO.
       77  WRK-TOTAL-PASSIVO-PL      PIC S9(11)V99 VALUE ZERO.
       77  WRK-TOTAL-PASSIVO-PL-ANT  PIC S9(11)V99 VALUE ZERO.
       77  WRK-SALDO                 PIC S9(11)V99 VALUE ZERO.
       77  WRK-SALDO-ANT             PIC S9(11)V99 VALUE ZERO.
       77  WRK-TIPO-IMPRESSAO        PIC X(01) VALUE SPACES.
       01  REL-CABECALHO-DRE.
           05  FILLER                PIC X(40) VALUE
               'DEMONSTRACAO DO RESULTADO DO MES '.
           05  REL-CAB-DRE-ANOMES    PIC 9(06).
       01  REL-TITULOS-DRE.
           05  FILLER                PIC X(32) VALUE SPACES.
           05  FILLER                PIC X(20) VALUE
               '               MES'.
           05  FILLER                PIC X(20) VALUE
               '  ACUMULADO NO ANO'.
           05  FILLER                PIC X(20) VALUE
               '  MES ANO ANTERIOR'.
       01  REL-DETALHE-DRE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DRE-DESCRICAO     PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DRE-MES           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DRE-ANO           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DRE-ANT           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  REL-CONFERENCIA.
           05  REL-CONF-DESCRICAO    PIC X(50).
           05  REL-CONF-VALOR        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-CONF-SITUACAO     PIC X(10).
       01  REL-CABECALHO-BP.
           05  FILLER                PIC X(40) VALUE
               'BALANCO PATRIMONIAL NO FIM DO MES '.
           05  REL-CAB-BP-ANOMES     PIC 9(06).
       01  REL-TITULOS-BP.
           05  FILLER                PIC X(40) VALUE SPACES.
           05  FILLER                PIC X(20) VALUE
               '        FIM DO MES'.
           05  FILLER                PIC X(20) VALUE
               '  MES ANO ANTERIOR'.
       01  REL-DETALHE-BP.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-BP-CONTA          PIC Z(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-BP-DESCRICAO      PIC X(31).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-BP-SALDO          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-BP-SALDO-ANT      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
               UNTIL WRK-FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           DISPLAY 'MES DAS DEMONSTRACOES (AAAAMM)..'.
           ACCEPT WRK-ANOMES FROM CONSOLE.
           COMPUTE WRK-ANOMES-ANTERIOR = WRK-ANOMES - 100.
           COMPUTE WRK-ANO-ANTERIOR = WRK-ANO - 1.
           INITIALIZE WRK-TABELA-DRE.
           PERFORM 0120-CARREGAR-FAIXAS.
           PERFORM 0130-CARREGAR-PLANO.
           OPEN OUTPUT RELATORIO-DEMONSTRACOES.
           OPEN INPUT RAZAO-EXTRATO.
           IF WRK-FS-RAZAO NOT = '00'
               DISPLAY 'EXTRATO CONTABIL INDISPONIVEL - DEMONSTRACOES '
                       'SEM MOVIMENTO'
               MOVE 4 TO RETURN-CODE
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0110-LER-LANCAMENTO
           END-IF.

       0110-LER-LANCAMENTO.
           READ RAZAO-EXTRATO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* CARGA DA TABELA DE FAIXAS DA DRE
       0120-CARREGAR-FAIXAS.
           OPEN INPUT PARAM-DRE.
           IF WRK-FS-PAR NOT = '00'
               DISPLAY 'TABELA DREPAR INDISPONIVEL - CONTAS DE '
                       'RESULTADO EM OUTRAS DESPESAS'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-EOF-SW
               PERFORM 0121-LER-FAIXA
               PERFORM 0122-GUARDAR-FAIXA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE PARAM-DRE
           END-IF.
           MOVE 'N' TO WRK-EOF-SW.

       0121-LER-FAIXA.
           READ PARAM-DRE
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0122-GUARDAR-FAIXA.
           IF WRK-QTDE-FAIXAS < 50
              AND DREP-LINHA > ZERO AND DREP-LINHA < 10
               ADD 1 TO WRK-QTDE-FAIXAS
               MOVE DREP-CONTA-DE  TO WRK-FX-CONTA-DE (WRK-QTDE-FAIXAS)
               MOVE DREP-CONTA-ATE TO WRK-FX-CONTA-ATE (WRK-QTDE-FAIXAS)
               MOVE DREP-TIPO      TO WRK-FX-TIPO (WRK-QTDE-FAIXAS)
               MOVE DREP-LINHA     TO WRK-FX-LINHA (WRK-QTDE-FAIXAS)
           END-IF.
           PERFORM 0121-LER-FAIXA.

      ******************************* CARGA DO PLANO DE CONTAS NA ORDEM
      ******************************* DA CHAVE, JA COM A LINHA DA DRE
      ******************************* DE CADA CONTA DE RESULTADO
       0130-CARREGAR-PLANO.
           OPEN INPUT PLANO-CONTAS.
           IF WRK-FS-PLANO NOT = '00'
               DISPLAY 'PLANO DE CONTAS INDISPONIVEL'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-EOF-SW
               PERFORM 0131-LER-PLANO
               PERFORM 0132-GUARDAR-CONTA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE PLANO-CONTAS
           END-IF.
           MOVE 'N' TO WRK-EOF-SW.

       0131-LER-PLANO.
           READ PLANO-CONTAS
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0132-GUARDAR-CONTA.
           IF WRK-QTDE-CONTAS < 200
               ADD 1 TO WRK-QTDE-CONTAS
               MOVE WRK-QTDE-CONTAS TO WRK-CT-IDX
               MOVE PLANO-CONTA TO WRK-CONTA-NOVA
               PERFORM 0135-INICIAR-CONTA
               MOVE PLANO-DESCRICAO TO WRK-CT-DESCRICAO (WRK-CT-IDX)
               MOVE PLANO-TIPO      TO WRK-CT-TIPO (WRK-CT-IDX)
               PERFORM 0140-CLASSIFICAR-CONTA
           END-IF.
           PERFORM 0131-LER-PLANO.

       0135-INICIAR-CONTA.
           MOVE WRK-CONTA-NOVA TO WRK-CT-CONTA (WRK-CT-IDX).
           MOVE 'CONTA FORA DO PLANO' TO WRK-CT-DESCRICAO (WRK-CT-IDX).
           MOVE SPACES TO WRK-CT-TIPO (WRK-CT-IDX).
           MOVE 08     TO WRK-CT-LINHA-DRE (WRK-CT-IDX).
           MOVE ZERO TO WRK-CT-MES (WRK-CT-IDX).
           MOVE ZERO TO WRK-CT-ANO (WRK-CT-IDX).
           MOVE ZERO TO WRK-CT-MES-ANT (WRK-CT-IDX).
           MOVE ZERO TO WRK-CT-ANO-ANT (WRK-CT-IDX).
           MOVE ZERO TO WRK-CT-POSICAO (WRK-CT-IDX).
           MOVE ZERO TO WRK-CT-POSICAO-ANT (WRK-CT-IDX).

      ******************************* PRIMEIRA FAIXA QUE COBRE A CONTA
      ******************************* E O TIPO (TIPO EM BRANCO NA
      ******************************* FAIXA ACEITA QUALQUER TIPO)
       0140-CLASSIFICAR-CONTA.
           MOVE 'N' TO WRK-FX-SW.
           PERFORM 0141-COMPARAR-FAIXA
               VARYING WRK-FX-IDX FROM 1 BY 1
               UNTIL WRK-FX-IDX > WRK-QTDE-FAIXAS OR WRK-FX-ACHOU.
           IF WRK-FX-ACHOU
               SUBTRACT 1 FROM WRK-FX-IDX
               MOVE WRK-FX-LINHA (WRK-FX-IDX)
                   TO WRK-CT-LINHA-DRE (WRK-CT-IDX)
           END-IF.

       0141-COMPARAR-FAIXA.
           IF WRK-CT-CONTA (WRK-CT-IDX) >= WRK-FX-CONTA-DE (WRK-FX-IDX)
              AND WRK-CT-CONTA (WRK-CT-IDX)
                  <= WRK-FX-CONTA-ATE (WRK-FX-IDX)
              AND (WRK-FX-TIPO (WRK-FX-IDX) = SPACE
                   OR WRK-FX-TIPO (WRK-FX-IDX)
                      = WRK-CT-TIPO (WRK-CT-IDX))
               SET WRK-FX-ACHOU TO TRUE
           END-IF.

      ******************************* CADA LANCAMENTO ATE O FIM DO MES
      ******************************* ENTRA NA POSICAO; OS DO MES, DO
      ******************************* ANO E DO MESMO PERIODO DO ANO
      ******************************* ANTERIOR ENTRAM NAS COLUNAS
       0200-PROCESSAR.
           DIVIDE RAZAO-DATA BY 100 GIVING WRK-RZ-ANOMES.
           IF WRK-RZ-ANOMES NOT > WRK-ANOMES
               PERFORM 0210-LOCALIZAR-CONTA
               IF RAZAO-TIPO-DEBITO
                   MOVE RAZAO-VALOR TO WRK-VALOR-LIQUIDO
               ELSE
                   COMPUTE WRK-VALOR-LIQUIDO = ZERO - RAZAO-VALOR
               END-IF
               PERFORM 0220-ACUMULAR-CONTA
           END-IF.
           PERFORM 0110-LER-LANCAMENTO.

       0210-LOCALIZAR-CONTA.
           MOVE 'N' TO WRK-CT-SW.
           PERFORM 0211-COMPARAR-CONTA
               VARYING WRK-CT-IDX FROM 1 BY 1
               UNTIL WRK-CT-IDX > WRK-QTDE-CONTAS OR WRK-CT-ACHOU.
           IF WRK-CT-ACHOU
               SUBTRACT 1 FROM WRK-CT-IDX
           ELSE
               IF WRK-QTDE-CONTAS < 200
                   ADD 1 TO WRK-QTDE-CONTAS
                   MOVE WRK-QTDE-CONTAS TO WRK-CT-IDX
                   MOVE RAZAO-CONTA TO WRK-CONTA-NOVA
                   PERFORM 0135-INICIAR-CONTA
               ELSE
                   DISPLAY 'TABELA DE CONTAS CHEIA - CONTA IGNORADA: '
                           RAZAO-CONTA
                   MOVE 4 TO RETURN-CODE
                   MOVE ZERO TO WRK-CT-IDX
               END-IF
           END-IF.

       0211-COMPARAR-CONTA.
           IF WRK-CT-CONTA (WRK-CT-IDX) = RAZAO-CONTA
               SET WRK-CT-ACHOU TO TRUE
           END-IF.

       0220-ACUMULAR-CONTA.
           IF WRK-CT-IDX > ZERO
               ADD 1 TO WRK-QTDE-LANCAMENTOS
               ADD WRK-VALOR-LIQUIDO TO WRK-CT-POSICAO (WRK-CT-IDX)
               IF WRK-RZ-ANOMES NOT > WRK-ANOMES-ANTERIOR
                   ADD WRK-VALOR-LIQUIDO
                       TO WRK-CT-POSICAO-ANT (WRK-CT-IDX)
               END-IF
               IF WRK-RZ-ANOMES = WRK-ANOMES
                   ADD WRK-VALOR-LIQUIDO TO WRK-CT-MES (WRK-CT-IDX)
               END-IF
               IF WRK-RZ-ANO = WRK-ANO
                   ADD WRK-VALOR-LIQUIDO TO WRK-CT-ANO (WRK-CT-IDX)
               END-IF
               IF WRK-RZ-ANOMES = WRK-ANOMES-ANTERIOR
                   ADD WRK-VALOR-LIQUIDO
                       TO WRK-CT-MES-ANT (WRK-CT-IDX)
               END-IF
               IF WRK-RZ-ANO = WRK-ANO-ANTERIOR
                  AND WRK-RZ-ANOMES NOT > WRK-ANOMES-ANTERIOR
                   ADD WRK-VALOR-LIQUIDO
                       TO WRK-CT-ANO-ANT (WRK-CT-IDX)
               END-IF
           END-IF.

       0300-FINALIZAR.
           IF WRK-FS-RAZAO = '00' OR WRK-FS-RAZAO = '10'
               CLOSE RAZAO-EXTRATO
           END-IF.
           PERFORM 0330-MONTAR-DRE.
           PERFORM 0340-IMPRIMIR-DRE.
           PERFORM 0350-MONTAR-BALANCO.
           PERFORM 0360-IMPRIMIR-BALANCO.
           CLOSE RELATORIO-DEMONSTRACOES.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - LANCAMENTOS LIDOS: '
                   WRK-QTDE-LANCAMENTOS.

      ******************************* RECEITA BRUTA EM CREDITO MENOS
      ******************************* DEBITO; AS DEMAIS LINHAS EM
      ******************************* DEBITO MENOS CREDITO
       0330-MONTAR-DRE.
           PERFORM 0331-SOMAR-CONTA-DRE
               VARYING WRK-CT-IDX FROM 1 BY 1
               UNTIL WRK-CT-IDX > WRK-QTDE-CONTAS.
           COMPUTE WRK-DRE-MES (03) = WRK-DRE-MES (01)
                                    - WRK-DRE-MES (02).
           COMPUTE WRK-DRE-ANO (03) = WRK-DRE-ANO (01)
                                    - WRK-DRE-ANO (02).
           COMPUTE WRK-DRE-ANT (03) = WRK-DRE-ANT (01)
                                    - WRK-DRE-ANT (02).
           COMPUTE WRK-DRE-MES (05) = WRK-DRE-MES (03)
                                    - WRK-DRE-MES (04).
           COMPUTE WRK-DRE-ANO (05) = WRK-DRE-ANO (03)
                                    - WRK-DRE-ANO (04).
           COMPUTE WRK-DRE-ANT (05) = WRK-DRE-ANT (03)
                                    - WRK-DRE-ANT (04).
           COMPUTE WRK-DRE-MES (09) = WRK-DRE-MES (05)
               - WRK-DRE-MES (06) - WRK-DRE-MES (07) - WRK-DRE-MES (08).
           COMPUTE WRK-DRE-ANO (09) = WRK-DRE-ANO (05)
               - WRK-DRE-ANO (06) - WRK-DRE-ANO (07) - WRK-DRE-ANO (08).
           COMPUTE WRK-DRE-ANT (09) = WRK-DRE-ANT (05)
               - WRK-DRE-ANT (06) - WRK-DRE-ANT (07) - WRK-DRE-ANT (08).

       0331-SOMAR-CONTA-DRE.
           IF NOT WRK-CT-PATRIMONIAL (WRK-CT-IDX)
               MOVE WRK-CT-LINHA-DRE (WRK-CT-IDX) TO WRK-DRE-IDX
               SUBTRACT WRK-CT-MES (WRK-CT-IDX)
                   FROM WRK-RESULTADO-BALANCETE
               IF WRK-DRE-IDX = 01
                   SUBTRACT WRK-CT-MES (WRK-CT-IDX)
                       FROM WRK-DRE-MES (WRK-DRE-IDX)
                   SUBTRACT WRK-CT-ANO (WRK-CT-IDX)
                       FROM WRK-DRE-ANO (WRK-DRE-IDX)
                   SUBTRACT WRK-CT-MES-ANT (WRK-CT-IDX)
                       FROM WRK-DRE-ANT (WRK-DRE-IDX)
               ELSE
                   ADD WRK-CT-MES (WRK-CT-IDX)
                       TO WRK-DRE-MES (WRK-DRE-IDX)
                   ADD WRK-CT-ANO (WRK-CT-IDX)
                       TO WRK-DRE-ANO (WRK-DRE-IDX)
                   ADD WRK-CT-MES-ANT (WRK-CT-IDX)
                       TO WRK-DRE-ANT (WRK-DRE-IDX)
               END-IF
           END-IF.

       0340-IMPRIMIR-DRE.
           MOVE WRK-ANOMES TO REL-CAB-DRE-ANOMES.
           MOVE REL-CABECALHO-DRE TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-TITULOS-DRE TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0341-IMPRIMIR-LINHA-DRE
               VARYING WRK-DRE-IDX FROM 1 BY 1
               UNTIL WRK-DRE-IDX > 9.
           MOVE 'RESULTADO DO MES PELO BALANCETE (PROGCOB19T)'
               TO REL-CONF-DESCRICAO.
           MOVE WRK-RESULTADO-BALANCETE TO REL-CONF-VALOR.
           IF WRK-RESULTADO-BALANCETE = WRK-DRE-MES (09)
               MOVE 'CONFERE' TO REL-CONF-SITUACAO
           ELSE
               MOVE 'DIVERGENTE' TO REL-CONF-SITUACAO
               DISPLAY 'RESULTADO DA DRE NAO CONFERE COM O BALANCETE'
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE REL-CONFERENCIA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

       0341-IMPRIMIR-LINHA-DRE.
           MOVE WRK-DRE-DESCRICAO (WRK-DRE-IDX) TO REL-DRE-DESCRICAO.
           MOVE WRK-DRE-MES (WRK-DRE-IDX) TO REL-DRE-MES.
           MOVE WRK-DRE-ANO (WRK-DRE-IDX) TO REL-DRE-ANO.
           MOVE WRK-DRE-ANT (WRK-DRE-IDX) TO REL-DRE-ANT.
           MOVE REL-DETALHE-DRE TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************* ATIVO EM DEBITO MENOS CREDITO;
      ******************************* PASSIVO, CAPITAL E RESULTADO EM
      ******************************* CREDITO MENOS DEBITO. O RESULTADO
      ******************************* AINDA NAO ENCERRADO SE DIVIDE EM
      ******************************* EXERCICIOS ANTERIORES E EXERCICIO
       0350-MONTAR-BALANCO.
           PERFORM 0351-SOMAR-CONTA-BALANCO
               VARYING WRK-CT-IDX FROM 1 BY 1
               UNTIL WRK-CT-IDX > WRK-QTDE-CONTAS.
           COMPUTE WRK-TOTAL-PL = WRK-TOTAL-CAPITAL
               + WRK-RESULTADO-ACUMULADO.
           COMPUTE WRK-TOTAL-PL-ANT = WRK-TOTAL-CAPITAL-ANT
               + WRK-RESULTADO-ACUM-ANT.
           COMPUTE WRK-TOTAL-PASSIVO-PL = WRK-TOTAL-PASSIVO
               + WRK-TOTAL-PL.
           COMPUTE WRK-TOTAL-PASSIVO-PL-ANT = WRK-TOTAL-PASSIVO-ANT
               + WRK-TOTAL-PL-ANT.

       0351-SOMAR-CONTA-BALANCO.
           EVALUATE WRK-CT-TIPO (WRK-CT-IDX)
               WHEN 'A'
                   ADD WRK-CT-POSICAO (WRK-CT-IDX) TO WRK-TOTAL-ATIVO
                   ADD WRK-CT-POSICAO-ANT (WRK-CT-IDX)
                       TO WRK-TOTAL-ATIVO-ANT
               WHEN 'P'
                   SUBTRACT WRK-CT-POSICAO (WRK-CT-IDX)
                       FROM WRK-TOTAL-PASSIVO
                   SUBTRACT WRK-CT-POSICAO-ANT (WRK-CT-IDX)
                       FROM WRK-TOTAL-PASSIVO-ANT
               WHEN 'L'
                   SUBTRACT WRK-CT-POSICAO (WRK-CT-IDX)
                       FROM WRK-TOTAL-CAPITAL
                   SUBTRACT WRK-CT-POSICAO-ANT (WRK-CT-IDX)
                       FROM WRK-TOTAL-CAPITAL-ANT
               WHEN OTHER
                   SUBTRACT WRK-CT-POSICAO (WRK-CT-IDX)
                       FROM WRK-RESULTADO-ACUMULADO
                   SUBTRACT WRK-CT-POSICAO-ANT (WRK-CT-IDX)
                       FROM WRK-RESULTADO-ACUM-ANT
                   SUBTRACT WRK-CT-ANO (WRK-CT-IDX)
                       FROM WRK-RESULTADO-EXERCICIO
                   SUBTRACT WRK-CT-ANO-ANT (WRK-CT-IDX)
                       FROM WRK-RESULTADO-EXERC-ANT
           END-EVALUATE.

       0360-IMPRIMIR-BALANCO.
           MOVE WRK-ANOMES TO REL-CAB-BP-ANOMES.
           MOVE REL-CABECALHO-BP TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-TITULOS-BP TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'A' TO WRK-TIPO-IMPRESSAO.
           PERFORM 0361-IMPRIMIR-CONTA-BALANCO
               VARYING WRK-CT-IDX FROM 1 BY 1
               UNTIL WRK-CT-IDX > WRK-QTDE-CONTAS.
           MOVE 'TOTAL DO ATIVO' TO REL-BP-DESCRICAO.
           MOVE WRK-TOTAL-ATIVO     TO WRK-SALDO.
           MOVE WRK-TOTAL-ATIVO-ANT TO WRK-SALDO-ANT.
           PERFORM 0362-IMPRIMIR-TOTAL-BALANCO.
           MOVE 'P' TO WRK-TIPO-IMPRESSAO.
           PERFORM 0361-IMPRIMIR-CONTA-BALANCO
               VARYING WRK-CT-IDX FROM 1 BY 1
               UNTIL WRK-CT-IDX > WRK-QTDE-CONTAS.
           MOVE 'TOTAL DO PASSIVO' TO REL-BP-DESCRICAO.
           MOVE WRK-TOTAL-PASSIVO     TO WRK-SALDO.
           MOVE WRK-TOTAL-PASSIVO-ANT TO WRK-SALDO-ANT.
           PERFORM 0362-IMPRIMIR-TOTAL-BALANCO.
           MOVE 'L' TO WRK-TIPO-IMPRESSAO.
           PERFORM 0361-IMPRIMIR-CONTA-BALANCO
               VARYING WRK-CT-IDX FROM 1 BY 1
               UNTIL WRK-CT-IDX > WRK-QTDE-CONTAS.
           MOVE 'RESULTADO EXERCICIOS ANTERIORES' TO REL-BP-DESCRICAO.
           COMPUTE WRK-SALDO = WRK-RESULTADO-ACUMULADO
               - WRK-RESULTADO-EXERCICIO.
           COMPUTE WRK-SALDO-ANT = WRK-RESULTADO-ACUM-ANT
               - WRK-RESULTADO-EXERC-ANT.
           PERFORM 0362-IMPRIMIR-TOTAL-BALANCO.
           MOVE 'RESULTADO DO EXERCICIO' TO REL-BP-DESCRICAO.
           MOVE WRK-RESULTADO-EXERCICIO TO WRK-SALDO.
           MOVE WRK-RESULTADO-EXERC-ANT TO WRK-SALDO-ANT.
           PERFORM 0362-IMPRIMIR-TOTAL-BALANCO.
           MOVE 'TOTAL DO PATRIMONIO LIQUIDO' TO REL-BP-DESCRICAO.
           MOVE WRK-TOTAL-PL     TO WRK-SALDO.
           MOVE WRK-TOTAL-PL-ANT TO WRK-SALDO-ANT.
           PERFORM 0362-IMPRIMIR-TOTAL-BALANCO.
           MOVE 'TOTAL DO PASSIVO E DO PL' TO REL-BP-DESCRICAO.
           MOVE WRK-TOTAL-PASSIVO-PL     TO WRK-SALDO.
           MOVE WRK-TOTAL-PASSIVO-PL-ANT TO WRK-SALDO-ANT.
           PERFORM 0362-IMPRIMIR-TOTAL-BALANCO.
           MOVE 'ATIVO MENOS PASSIVO E PL' TO REL-CONF-DESCRICAO.
           COMPUTE WRK-SALDO = WRK-TOTAL-ATIVO - WRK-TOTAL-PASSIVO-PL.
           MOVE WRK-SALDO TO REL-CONF-VALOR.
           IF WRK-SALDO = ZERO
               MOVE 'CONFERE' TO REL-CONF-SITUACAO
           ELSE
               MOVE 'DIVERGENTE' TO REL-CONF-SITUACAO
               DISPLAY 'BALANCO NAO FECHA - ATIVO DIFERENTE DO '
                       'PASSIVO MAIS PL'
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE REL-CONFERENCIA TO REL-LINHA.
           WRITE REL-LINHA.

       0361-IMPRIMIR-CONTA-BALANCO.
           IF WRK-CT-TIPO (WRK-CT-IDX) = WRK-TIPO-IMPRESSAO
               MOVE WRK-CT-CONTA (WRK-CT-IDX) TO REL-BP-CONTA
               MOVE WRK-CT-DESCRICAO (WRK-CT-IDX) TO REL-BP-DESCRICAO
               IF WRK-TIPO-IMPRESSAO = 'A'
                   MOVE WRK-CT-POSICAO (WRK-CT-IDX) TO REL-BP-SALDO
                   MOVE WRK-CT-POSICAO-ANT (WRK-CT-IDX)
                       TO REL-BP-SALDO-ANT
               ELSE
                   COMPUTE WRK-SALDO =
                       ZERO - WRK-CT-POSICAO (WRK-CT-IDX)
                   COMPUTE WRK-SALDO-ANT =
                       ZERO - WRK-CT-POSICAO-ANT (WRK-CT-IDX)
                   MOVE WRK-SALDO     TO REL-BP-SALDO
                   MOVE WRK-SALDO-ANT TO REL-BP-SALDO-ANT
               END-IF
               MOVE REL-DETALHE-BP TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       0362-IMPRIMIR-TOTAL-BALANCO.
           MOVE ZERO TO REL-BP-CONTA.
           MOVE WRK-SALDO     TO REL-BP-SALDO.
           MOVE WRK-SALDO-ANT TO REL-BP-SALDO-ANT.
           MOVE REL-DETALHE-BP TO REL-LINHA.
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
           MOVE 'PROGCOB19D' TO AUDIT-PROGRAMA.
           MOVE WRK-ANOMES TO AUDIT-ENTRADA-CHAVE (01:06).
           MOVE 'DRE E BALANCO GERADOS' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
