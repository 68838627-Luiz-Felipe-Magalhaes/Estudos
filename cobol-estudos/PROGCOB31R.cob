       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB31R.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: DISTRIBUICAO ANUAL DA PARTICIPACAO NOS LUCROS (PLR)
      *           - PARA O EXERCICIO INFORMADO (AAAA), LE O VALOR DO
      *           POOL APROVADO PELA DIRETORIA E OS PESOS DA
      *           DISTRIBUICAO (PLRPAR), APURA O RESULTADO DO
      *           EXERCICIO NO RAZAO (RAZAOEXT, CONTAS DE RESULTADO DO
      *           PLANOCTA) E RATEIA O POOL ENTRE OS FUNCIONARIOS
      *           ELEGIVEIS: UMA PARTE PELO SALARIO E A OUTRA PELOS
      *           MESES TRABALHADOS NO ANO (ADMISSAO E DESLIGAMENTO DO
      *           MASTER, MES COM 15 DIAS OU MAIS CONTA INTEIRO), AS
      *           DUAS PONDERADAS, QUANDO LIGADO NO PARAMETRO, PELO
      *           MULTIPLICADOR DO DEPARTAMENTO CONFORME O CONSUMO DO
      *           ORCAMENTO DO ANO (ORCAREAL, GRAVADO PELO PROGCOB19O
      *           PARA O MES 12). CALCULA O IRRF EXCLUSIVO DA PLR
      *           (ROTINA PROGCOBI) E IMPRIME O RELATORIO DE
      *           DISTRIBUICAO (RELPLR) PARA APROVACAO. SO NA
      *           LIBERACAO, DEPOIS DO RELATORIO APROVADO, GRAVA OS
      *           PAGAMENTOS NO FOLHAEXT COM O TIPO DE MOVIMENTO
      *           PROPRIO DA PLR, PAGOS PELA FOLHA LIQUIDA DO MES. A
      *           LIBERACAO E RECUSADA (RETURN-CODE 8) SEM RESULTADO
      *           POSITIVO NO RAZAO, COM POOL ACIMA DO RESULTADO, COM
      *           PARAMETRO DE OUTRO EXERCICIO OU COM PLR JA LIBERADA
      *           NO MES
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
           SELECT PARAM-PLR ASSIGN TO 'PLRPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAR.
           SELECT FUNCIONARIOS-MASTER ASSIGN TO 'FUNCIONARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.
           SELECT RAZAO-EXTRATO ASSIGN TO 'RAZAOEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RAZAO.
           SELECT PLANO-CONTAS ASSIGN TO 'PLANOCTA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLANO-CONTA
               FILE STATUS IS WRK-FS-PLANO.
           SELECT CONSUMO-ORCAMENTO ASSIGN TO 'ORCAREAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORCREA.
           SELECT FOLHA-EXTRATO ASSIGN TO 'FOLHAEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHA.
           SELECT RELATORIO-PLR ASSIGN TO 'RELPLR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-PLR.
       01  PLRPAR-REGISTRO.
           05  PLRPAR-ANO            PIC 9(04).
           05  PLRPAR-VALOR-POOL     PIC 9(09)V99.
           05  PLRPAR-PESO-SALARIO   PIC 9(03).
           05  PLRPAR-MESES-MINIMO   PIC 9(02).
           05  PLRPAR-MULTIPLICADOR  PIC X(01).
           05  PLRPAR-FAIXA OCCURS 3 TIMES.
               10  PLRPAR-FX-PERC-ATE    PIC 9(03).
               10  PLRPAR-FX-FATOR       PIC 9V99.
           05  PLRPAR-FATOR-ACIMA    PIC 9V99.
       FD  FUNCIONARIOS-MASTER.
           COPY CPFUNC.
       FD  RAZAO-EXTRATO.
           COPY CPRAZAO.
       FD  PLANO-CONTAS.
           COPY CPPLANO.
       FD  CONSUMO-ORCAMENTO.
           COPY CPORCREA.
       FD  FOLHA-EXTRATO.
           COPY CPFOLHA.
       FD  RELATORIO-PLR.
       01  REL-LINHA                 PIC X(120).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-PAR                PIC X(02) VALUE '00'.
       77  WRK-FS-FUNC               PIC X(02) VALUE '00'.
       77  WRK-FS-RAZAO              PIC X(02) VALUE '00'.
       77  WRK-FS-PLANO              PIC X(02) VALUE '00'.
       77  WRK-FS-ORCREA             PIC X(02) VALUE '00'.
       77  WRK-FS-FOLHA              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-ANO                   PIC 9(04) VALUE ZEROS.
       77  WRK-ANOMES-ORCAMENTO      PIC 9(06) VALUE ZEROS.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-LIBERAR-SW            PIC X(01) VALUE 'N'.
           88  WRK-MODO-LIBERACAO        VALUE 'S'.
       77  WRK-BLOQUEIO-SW           PIC X(01) VALUE 'N'.
           88  WRK-LIBERACAO-BLOQUEADA   VALUE 'S'.
       77  WRK-MOTIVO-BLOQUEIO       PIC X(40) VALUE SPACES.
      ******************************* PARAMETROS DA DISTRIBUICAO
       77  WRK-POOL                  PIC 9(09)V99 VALUE ZERO.
       77  WRK-PESO-SALARIO          PIC 9(03) VALUE 50.
       77  WRK-PESO-MESES            PIC 9(03) VALUE 50.
       77  WRK-MESES-MINIMO          PIC 9(02) VALUE 1.
       77  WRK-MULTIPLICADOR-SW      PIC X(01) VALUE 'N'.
           88  WRK-USA-MULTIPLICADOR     VALUE 'S'.
       77  WRK-FATOR-ACIMA           PIC 9V99 VALUE 1,00.
       77  WRK-FX-IDX                PIC 9(01) VALUE ZERO.
       77  WRK-FX-SW                 PIC X(01) VALUE 'N'.
           88  WRK-FX-ACHOU              VALUE 'S'.
       01  WRK-TABELA-FAIXAS.
           05  WRK-FAIXA OCCURS 3 TIMES.
               10  WRK-FX-PERC-ATE       PIC 9(03).
               10  WRK-FX-FATOR          PIC 9V99.
      ******************************* RESULTADO DO EXERCICIO NO RAZAO
       77  WRK-RESULTADO-ANO         PIC S9(11)V99 VALUE ZERO.
       77  WRK-PERC-POOL             PIC 9(05)V99 VALUE ZERO.
      ******************************* CONSUMO DO ORCAMENTO POR
      ******************************* DEPARTAMENTO (ORCAREAL)
       77  WRK-QTDE-DEPTOS           PIC 9(03) VALUE ZERO.
       77  WRK-DP-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-DP-SW                 PIC X(01) VALUE 'N'.
           88  WRK-DP-ACHOU              VALUE 'S'.
       01  WRK-TABELA-DEPTOS.
           05  WRK-DEPTO-LINHA OCCURS 1 TO 100 TIMES
                               DEPENDING ON WRK-QTDE-DEPTOS.
               10  WRK-DP-CODIGO         PIC X(04).
               10  WRK-DP-PERC-CONSUMO   PIC 9(05)V99.
      ******************************* FUNCIONARIOS ELEGIVEIS
       77  WRK-QTDE-ELEGIVEIS        PIC 9(04) VALUE ZERO.
       77  WRK-EL-IDX                PIC 9(04) VALUE ZERO.
       01  WRK-TABELA-ELEGIVEIS.
           05  WRK-ELEGIVEL OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WRK-QTDE-ELEGIVEIS.
               10  WRK-EL-MATRICULA      PIC 9(06).
               10  WRK-EL-NOME           PIC X(20).
               10  WRK-EL-DEPARTAMENTO   PIC X(04).
               10  WRK-EL-SALARIO        PIC 9(06)V99.
               10  WRK-EL-MESES          PIC 9(02).
               10  WRK-EL-FATOR          PIC 9V99.
               10  WRK-EL-VALOR          PIC 9(07)V99.
               10  WRK-EL-IRRF           PIC 9(06)V99.
      ******************************* MESES TRABALHADOS NO ANO
       77  WRK-MESES                 PIC 9(02) VALUE ZERO.
       77  WRK-MES-IDX               PIC 9(02) VALUE ZERO.
       77  WRK-FATOR                 PIC 9V99 VALUE ZERO.
       77  WRK-DATA-INICIO           PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM              PIC 9(08) VALUE ZEROS.
       77  WRK-INICIO-EPOCA          PIC 9(07) VALUE ZERO.
       77  WRK-FIM-EPOCA             PIC 9(07) VALUE ZERO.
       77  WRK-MES-INICIO-EPOCA      PIC 9(07) VALUE ZERO.
       77  WRK-MES-FIM-EPOCA         PIC 9(07) VALUE ZERO.
       77  WRK-DIAS-NO-MES           PIC S9(05) VALUE ZERO.
       77  WRK-DIAS-MINIMO-MES       PIC 9(02) VALUE 15.
       01  WRK-DATA-PROX-MES         PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-PROX-MES-R REDEFINES WRK-DATA-PROX-MES.
           05  WRK-PROX-ANO          PIC 9(04).
           05  WRK-PROX-MES          PIC 9(02).
           05  WRK-PROX-DIA          PIC 9(02).
      ******************************* RATEIO
       77  WRK-PARTE-SALARIO         PIC 9(09)V99 VALUE ZERO.
       77  WRK-PARTE-MESES           PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-PONTOS-SALARIO  PIC 9(11)V99 VALUE ZERO.
       77  WRK-TOTAL-PONTOS-MESES    PIC 9(07)V99 VALUE ZERO.
       77  WRK-VALOR-PLR             PIC 9(07)V99 VALUE ZERO.
       77  WRK-IRRF-PLR              PIC 9(06)V99 VALUE ZERO.
       77  WRK-DIFERENCA             PIC S9(07)V99 VALUE ZERO.
       77  WRK-TOTAL-BRUTO           PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-IRRF            PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-LIQUIDO         PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-LIQUIDO-ED      PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTDE-GRAVADOS         PIC 9(04) VALUE ZERO.
       01  REL-CABECALHO.
           05  FILLER                PIC X(34) VALUE
               'DISTRIBUICAO DA PLR - EXERCICIO '.
           05  REL-CAB-ANO           PIC 9(04).
           05  FILLER                PIC X(03) VALUE ' - '.
           05  REL-CAB-MODO          PIC X(30).
       01  REL-CAB-POOL.
           05  FILLER                PIC X(16) VALUE 'VALOR DO POOL.. '.
           05  REL-CAB-VALOR-POOL    PIC $ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(24) VALUE
               '  RESULTADO NO RAZAO.. '.
           05  REL-CAB-RESULTADO     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(18) VALUE
               '  POOL/RESULTADO '.
           05  REL-CAB-PERC-POOL     PIC ZZZZ9,99.
           05  FILLER                PIC X(01) VALUE '%'.
       01  REL-CAB-PESOS.
           05  FILLER                PIC X(14) VALUE 'PESO SALARIO '.
           05  REL-CAB-PESO-SALARIO  PIC ZZ9.
           05  FILLER                PIC X(15) VALUE '%  PESO MESES '.
           05  REL-CAB-PESO-MESES    PIC ZZ9.
           05  FILLER                PIC X(19) VALUE
               '%  MESES MINIMOS '.
           05  REL-CAB-MESES-MINIMO  PIC Z9.
           05  FILLER                PIC X(28) VALUE
               '  MULTIPLICADOR POR DEPTO '.
           05  REL-CAB-MULTIPLICADOR PIC X(01).
       01  REL-TITULOS.
           05  FILLER                PIC X(40) VALUE
               'MATRIC NOME                 DEPT '.
           05  FILLER                PIC X(40) VALUE
               '      SALARIO MES FATOR        PLR BRUTA'.
           05  FILLER                PIC X(30) VALUE
               '      IRRF PLR  PLR LIQUIDA'.
       01  REL-DETALHE.
           05  REL-DET-MATRICULA     PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-NOME          PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-DEPTO         PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-SALARIO       PIC ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-MESES         PIC Z9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-FATOR         PIC 9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-VALOR         PIC Z.ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-IRRF          PIC ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-LIQUIDO       PIC Z.ZZZ.ZZ9,99.
       01  REL-TOTAL.
           05  FILLER                PIC X(20) VALUE
               'ELEGIVEIS.......... '.
           05  REL-TOT-ELEGIVEIS     PIC ZZZ9.
           05  FILLER                PIC X(09) VALUE '  BRUTO '.
           05  REL-TOT-BRUTO         PIC $ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(08) VALUE '  IRRF '.
           05  REL-TOT-IRRF          PIC $ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(11) VALUE '  LIQUIDO '.
           05  REL-TOT-LIQUIDO       PIC $ZZZ.ZZZ.ZZ9,99.
       01  REL-SITUACAO.
           05  FILLER                PIC X(12) VALUE 'SITUACAO... '.
           05  REL-SIT-TEXTO         PIC X(40).
           05  REL-SIT-MOTIVO        PIC X(40).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY 'EXERCICIO DA PLR (AAAA)..'.
           ACCEPT WRK-ANO FROM CONSOLE.
           DISPLAY 'LIBERAR A PLR - GRAVA NO FOLHAEXT (S/N)..'.
           ACCEPT WRK-LIBERAR-SW FROM CONSOLE.
           COMPUTE WRK-ANOMES-ORCAMENTO = WRK-ANO * 100 + 12.
           PERFORM 0120-CARREGAR-PARAMETROS.
           PERFORM 0130-APURAR-RESULTADO.
           IF WRK-USA-MULTIPLICADOR
               PERFORM 0140-CARREGAR-CONSUMO
           END-IF.
           IF WRK-MODO-LIBERACAO
               PERFORM 0150-VERIFICAR-LIBERACAO
           END-IF.

      ******************************* POOL E PESOS DA DISTRIBUICAO;
      ******************************* SEM PARAMETRO DO EXERCICIO NAO
      ******************************* HA O QUE DISTRIBUIR
       0120-CARREGAR-PARAMETROS.
           OPEN INPUT PARAM-PLR.
           IF WRK-FS-PAR = '00'
               READ PARAM-PLR
                   AT END CONTINUE
               END-READ
               IF WRK-FS-PAR = '00'
                   PERFORM 0121-GUARDAR-PARAMETROS
               END-IF
               CLOSE PARAM-PLR
           END-IF.
           EVALUATE TRUE
               WHEN WRK-POOL = ZERO
                   SET WRK-LIBERACAO-BLOQUEADA TO TRUE
                   MOVE 'POOL DO EXERCICIO NAO INFORMADO (PLRPAR)'
                       TO WRK-MOTIVO-BLOQUEIO
               WHEN WRK-PESO-SALARIO > 100
                   SET WRK-LIBERACAO-BLOQUEADA TO TRUE
                   MOVE 'PESO DO SALARIO ACIMA DE 100%'
                       TO WRK-MOTIVO-BLOQUEIO
                   MOVE ZERO TO WRK-POOL
               WHEN OTHER
                   COMPUTE WRK-PESO-MESES = 100 - WRK-PESO-SALARIO
           END-EVALUATE.

       0121-GUARDAR-PARAMETROS.
           IF PLRPAR-ANO = WRK-ANO
               MOVE PLRPAR-VALOR-POOL    TO WRK-POOL
               MOVE PLRPAR-PESO-SALARIO  TO WRK-PESO-SALARIO
               IF PLRPAR-MESES-MINIMO > ZERO
                   MOVE PLRPAR-MESES-MINIMO TO WRK-MESES-MINIMO
               END-IF
               MOVE PLRPAR-MULTIPLICADOR TO WRK-MULTIPLICADOR-SW
               PERFORM 0122-GUARDAR-FAIXA
                   VARYING WRK-FX-IDX FROM 1 BY 1
                   UNTIL WRK-FX-IDX > 3
               MOVE PLRPAR-FATOR-ACIMA   TO WRK-FATOR-ACIMA
           END-IF.

       0122-GUARDAR-FAIXA.
           MOVE PLRPAR-FX-PERC-ATE (WRK-FX-IDX)
               TO WRK-FX-PERC-ATE (WRK-FX-IDX).
           MOVE PLRPAR-FX-FATOR (WRK-FX-IDX)
               TO WRK-FX-FATOR (WRK-FX-IDX).

      ******************************* RESULTADO DO EXERCICIO: CREDITOS
      ******************************* MENOS DEBITOS DAS CONTAS DE
      ******************************* RESULTADO DO ANO, NA MESMA REGRA
      ******************************* DA DRE DO PROGCOB19D (CONTA FORA
      ******************************* DO PLANO CONTA COMO RESULTADO)
       0130-APURAR-RESULTADO.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT RAZAO-EXTRATO.
           OPEN INPUT PLANO-CONTAS.
           IF WRK-FS-RAZAO NOT = '00'
              OR WRK-FS-PLANO NOT = '00'
               DISPLAY 'RAZAO OU PLANO DE CONTAS INDISPONIVEL - '
                       'RESULTADO NAO APURADO'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0131-LER-RAZAO
               PERFORM 0132-ACUMULAR-RESULTADO
                   UNTIL WRK-FIM-ARQUIVO
           END-IF.
           IF WRK-FS-RAZAO = '00' OR WRK-FS-RAZAO = '10'
               CLOSE RAZAO-EXTRATO
           END-IF.
           IF WRK-FS-PLANO = '00' OR WRK-FS-PLANO = '23'
               CLOSE PLANO-CONTAS
           END-IF.
           IF WRK-RESULTADO-ANO > ZERO
               COMPUTE WRK-PERC-POOL ROUNDED =
                   (WRK-POOL * 100) / WRK-RESULTADO-ANO
           END-IF.

       0131-LER-RAZAO.
           READ RAZAO-EXTRATO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0132-ACUMULAR-RESULTADO.
           IF RAZAO-DATA (1:4) = WRK-ANO
               MOVE RAZAO-CONTA TO PLANO-CONTA
               MOVE SPACES TO PLANO-TIPO
               READ PLANO-CONTAS
                   INVALID KEY
                       MOVE SPACES TO PLANO-TIPO
               END-READ
               IF NOT PLANO-TIPO-ATIVO
                  AND NOT PLANO-TIPO-PASSIVO
                  AND NOT PLANO-TIPO-PATRIMONIO
                   IF RAZAO-TIPO-CREDITO
                       ADD RAZAO-VALOR TO WRK-RESULTADO-ANO
                   ELSE
                       SUBTRACT RAZAO-VALOR FROM WRK-RESULTADO-ANO
                   END-IF
               END-IF
           END-IF.
           PERFORM 0131-LER-RAZAO.

      ******************************* CONSUMO DO ORCAMENTO DE CADA
      ******************************* DEPARTAMENTO NO FECHAMENTO DO ANO
       0140-CARREGAR-CONSUMO.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT CONSUMO-ORCAMENTO.
           IF WRK-FS-ORCREA NOT = '00'
               DISPLAY 'CONSUMO DO ORCAMENTO (ORCAREAL) INDISPONIVEL '
                       '- MULTIPLICADOR 1,00 PARA TODOS'
           ELSE
               PERFORM 0141-LER-CONSUMO
               PERFORM 0142-GUARDAR-CONSUMO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE CONSUMO-ORCAMENTO
           END-IF.

       0141-LER-CONSUMO.
           READ CONSUMO-ORCAMENTO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0142-GUARDAR-CONSUMO.
           IF ORCREA-ANOMES = WRK-ANOMES-ORCAMENTO
              AND WRK-QTDE-DEPTOS < 100
               ADD 1 TO WRK-QTDE-DEPTOS
               MOVE ORCREA-DEPARTAMENTO
                   TO WRK-DP-CODIGO (WRK-QTDE-DEPTOS)
               MOVE ORCREA-PERC-CONSUMO
                   TO WRK-DP-PERC-CONSUMO (WRK-QTDE-DEPTOS)
           END-IF.
           PERFORM 0141-LER-CONSUMO.

      ******************************* A LIBERACAO EXIGE RESULTADO
      ******************************* POSITIVO, POOL DENTRO DO
      ******************************* RESULTADO E NENHUMA PLR JA
      ******************************* GRAVADA NO FOLHAEXT NO MES
       0150-VERIFICAR-LIBERACAO.
           IF NOT WRK-LIBERACAO-BLOQUEADA
               IF WRK-RESULTADO-ANO NOT > ZERO
                   SET WRK-LIBERACAO-BLOQUEADA TO TRUE
                   MOVE 'SEM RESULTADO POSITIVO NO RAZAO'
                       TO WRK-MOTIVO-BLOQUEIO
               ELSE
                   IF WRK-POOL > WRK-RESULTADO-ANO
                       SET WRK-LIBERACAO-BLOQUEADA TO TRUE
                       MOVE 'POOL ACIMA DO RESULTADO DO EXERCICIO'
                           TO WRK-MOTIVO-BLOQUEIO
                   END-IF
               END-IF
           END-IF.
           IF NOT WRK-LIBERACAO-BLOQUEADA
               MOVE 'N' TO WRK-EOF-SW
               OPEN INPUT FOLHA-EXTRATO
               IF WRK-FS-FOLHA = '00'
                   PERFORM 0151-LER-FOLHAEXT
                   PERFORM 0152-VERIFICAR-MOVIMENTO
                       UNTIL WRK-FIM-ARQUIVO
                   CLOSE FOLHA-EXTRATO
               END-IF
           END-IF.

       0151-LER-FOLHAEXT.
           READ FOLHA-EXTRATO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0152-VERIFICAR-MOVIMENTO.
           IF FOLHA-MOV-PLR
              AND FOLHA-DATAEFETIVA (1:6) = WRK-DATAHOJE (1:6)
               SET WRK-LIBERACAO-BLOQUEADA TO TRUE
               MOVE 'PLR JA LIBERADA NO FOLHAEXT NESTE MES'
                   TO WRK-MOTIVO-BLOQUEIO
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0151-LER-FOLHAEXT
           END-IF.

       0200-PROCESSAR.
           PERFORM 0210-SELECIONAR-ELEGIVEIS.
           IF WRK-QTDE-ELEGIVEIS > ZERO
              AND WRK-POOL > ZERO
               PERFORM 0230-RATEAR-POOL
           END-IF.

      ******************************* ELEGIVEL E QUEM TRABALHOU NO ANO
      ******************************* PELO MENOS OS MESES MINIMOS DO
      ******************************* PARAMETRO, ATIVO OU DESLIGADO
      ******************************* DURANTE O EXERCICIO
       0210-SELECIONAR-ELEGIVEIS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT FUNCIONARIOS-MASTER.
           IF WRK-FS-FUNC NOT = '00'
               DISPLAY 'MASTER DE FUNCIONARIOS INDISPONIVEL - PLR '
                       'NAO DISTRIBUIDA'
               SET WRK-LIBERACAO-BLOQUEADA TO TRUE
               MOVE 'MASTER DE FUNCIONARIOS INDISPONIVEL'
                   TO WRK-MOTIVO-BLOQUEIO
           ELSE
               PERFORM 0211-LER-FUNCIONARIO
               PERFORM 0212-AVALIAR-FUNCIONARIO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE FUNCIONARIOS-MASTER
           END-IF.

       0211-LER-FUNCIONARIO.
           READ FUNCIONARIOS-MASTER
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0212-AVALIAR-FUNCIONARIO.
           PERFORM 0215-CONTAR-MESES.
           IF WRK-MESES >= WRK-MESES-MINIMO
              AND WRK-QTDE-ELEGIVEIS < 2000
               PERFORM 0220-BUSCAR-FATOR
               ADD 1 TO WRK-QTDE-ELEGIVEIS
               MOVE WRK-QTDE-ELEGIVEIS TO WRK-EL-IDX
               MOVE FUNC-MATRICULA    TO WRK-EL-MATRICULA (WRK-EL-IDX)
               MOVE FUNC-NOME         TO WRK-EL-NOME (WRK-EL-IDX)
               MOVE FUNC-DEPARTAMENTO
                   TO WRK-EL-DEPARTAMENTO (WRK-EL-IDX)
               MOVE FUNC-SALARIO      TO WRK-EL-SALARIO (WRK-EL-IDX)
               MOVE WRK-MESES         TO WRK-EL-MESES (WRK-EL-IDX)
               MOVE WRK-FATOR         TO WRK-EL-FATOR (WRK-EL-IDX)
               MOVE ZERO              TO WRK-EL-VALOR (WRK-EL-IDX)
               MOVE ZERO              TO WRK-EL-IRRF (WRK-EL-IDX)
               COMPUTE WRK-TOTAL-PONTOS-SALARIO =
                   WRK-TOTAL-PONTOS-SALARIO + FUNC-SALARIO * WRK-FATOR
               COMPUTE WRK-TOTAL-PONTOS-MESES =
                   WRK-TOTAL-PONTOS-MESES + WRK-MESES * WRK-FATOR
           END-IF.
           PERFORM 0211-LER-FUNCIONARIO.

      ******************************* MESES DO ANO ENTRE A ADMISSAO E O
      ******************************* DESLIGAMENTO; O MES COM 15 DIAS
      ******************************* OU MAIS TRABALHADOS CONTA INTEIRO
       0215-CONTAR-MESES.
           MOVE ZERO TO WRK-MESES.
           COMPUTE WRK-DATA-INICIO = WRK-ANO * 10000 + 0101.
           COMPUTE WRK-DATA-FIM    = WRK-ANO * 10000 + 1231.
           IF FUNC-DATAADMISSAO > WRK-DATA-INICIO
               MOVE FUNC-DATAADMISSAO TO WRK-DATA-INICIO
           END-IF.
           IF FUNC-STATUS-INATIVO
               IF FUNC-DATA-DESLIGAMENTO IS NUMERIC
                  AND FUNC-DATA-DESLIGAMENTO > ZEROS
                   IF FUNC-DATA-DESLIGAMENTO < WRK-DATA-FIM
                       MOVE FUNC-DATA-DESLIGAMENTO TO WRK-DATA-FIM
                   END-IF
               ELSE
                   MOVE ZEROS TO WRK-DATA-FIM
               END-IF
           END-IF.
           IF WRK-DATA-FIM >= WRK-DATA-INICIO
               COMPUTE WRK-INICIO-EPOCA =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-INICIO)
               COMPUTE WRK-FIM-EPOCA =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-FIM)
               PERFORM 0216-CONTAR-MES
                   VARYING WRK-MES-IDX FROM 1 BY 1
                   UNTIL WRK-MES-IDX > 12
           END-IF.

       0216-CONTAR-MES.
           COMPUTE WRK-DATA-PROX-MES =
               WRK-ANO * 10000 + WRK-MES-IDX * 100 + 1.
           COMPUTE WRK-MES-INICIO-EPOCA =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-PROX-MES).
           ADD 1 TO WRK-PROX-MES.
           IF WRK-PROX-MES > 12
               MOVE 1 TO WRK-PROX-MES
               ADD 1 TO WRK-PROX-ANO
           END-IF.
           COMPUTE WRK-MES-FIM-EPOCA =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-PROX-MES) - 1.
           IF WRK-INICIO-EPOCA > WRK-MES-INICIO-EPOCA
               MOVE WRK-INICIO-EPOCA TO WRK-MES-INICIO-EPOCA
           END-IF.
           IF WRK-FIM-EPOCA < WRK-MES-FIM-EPOCA
               MOVE WRK-FIM-EPOCA TO WRK-MES-FIM-EPOCA
           END-IF.
           COMPUTE WRK-DIAS-NO-MES =
               WRK-MES-FIM-EPOCA - WRK-MES-INICIO-EPOCA + 1.
           IF WRK-DIAS-NO-MES >= WRK-DIAS-MINIMO-MES
               ADD 1 TO WRK-MESES
           END-IF.

      ******************************* MULTIPLICADOR DO DEPARTAMENTO:
      ******************************* PRIMEIRA FAIXA DO PARAMETRO QUE
      ******************************* COBRE O CONSUMO DO ORCAMENTO;
      ******************************* ACIMA DE TODAS VALE O FATOR
      ******************************* ACIMA; SEM MULTIPLICADOR OU SEM
      ******************************* CONSUMO DO DEPARTAMENTO VALE 1,00
       0220-BUSCAR-FATOR.
           MOVE 1,00 TO WRK-FATOR.
           IF WRK-USA-MULTIPLICADOR
               MOVE 'N' TO WRK-DP-SW
               PERFORM 0221-COMPARAR-DEPTO
                   VARYING WRK-DP-IDX FROM 1 BY 1
                   UNTIL WRK-DP-IDX > WRK-QTDE-DEPTOS OR WRK-DP-ACHOU
               IF WRK-DP-ACHOU
                   SUBTRACT 1 FROM WRK-DP-IDX
                   MOVE WRK-FATOR-ACIMA TO WRK-FATOR
                   MOVE 'N' TO WRK-FX-SW
                   PERFORM 0222-COMPARAR-FAIXA
                       VARYING WRK-FX-IDX FROM 1 BY 1
                       UNTIL WRK-FX-IDX > 3 OR WRK-FX-ACHOU
               END-IF
           END-IF.

       0221-COMPARAR-DEPTO.
           IF WRK-DP-CODIGO (WRK-DP-IDX) = FUNC-DEPARTAMENTO
               SET WRK-DP-ACHOU TO TRUE
           END-IF.

       0222-COMPARAR-FAIXA.
           IF WRK-FX-PERC-ATE (WRK-FX-IDX) > ZERO
              AND WRK-DP-PERC-CONSUMO (WRK-DP-IDX)
                  <= WRK-FX-PERC-ATE (WRK-FX-IDX)
               SET WRK-FX-ACHOU TO TRUE
               MOVE WRK-FX-FATOR (WRK-FX-IDX) TO WRK-FATOR
           END-IF.

      ******************************* RATEIO DO POOL: A PARTE DO
      ******************************* SALARIO PELO SALARIO PONDERADO E
      ******************************* A PARTE DOS MESES PELOS MESES
      ******************************* PONDERADOS; A SOBRA DE
      ******************************* ARREDONDAMENTO VAI PARA O ULTIMO
       0230-RATEAR-POOL.
           COMPUTE WRK-PARTE-SALARIO ROUNDED =
               WRK-POOL * WRK-PESO-SALARIO / 100.
           COMPUTE WRK-PARTE-MESES = WRK-POOL - WRK-PARTE-SALARIO.
           PERFORM 0231-CALCULAR-PARTICIPACAO
               VARYING WRK-EL-IDX FROM 1 BY 1
               UNTIL WRK-EL-IDX > WRK-QTDE-ELEGIVEIS.
           COMPUTE WRK-DIFERENCA = WRK-POOL - WRK-TOTAL-BRUTO.
           IF WRK-DIFERENCA NOT = ZERO
               MOVE WRK-QTDE-ELEGIVEIS TO WRK-EL-IDX
               IF WRK-EL-VALOR (WRK-EL-IDX) + WRK-DIFERENCA > ZERO
                   ADD WRK-DIFERENCA TO WRK-EL-VALOR (WRK-EL-IDX)
                   ADD WRK-DIFERENCA TO WRK-TOTAL-BRUTO
               END-IF
           END-IF.
           PERFORM 0235-CALCULAR-IRRF
               VARYING WRK-EL-IDX FROM 1 BY 1
               UNTIL WRK-EL-IDX > WRK-QTDE-ELEGIVEIS.

       0231-CALCULAR-PARTICIPACAO.
           MOVE ZERO TO WRK-VALOR-PLR.
           IF WRK-TOTAL-PONTOS-SALARIO > ZERO
               COMPUTE WRK-VALOR-PLR ROUNDED = WRK-PARTE-SALARIO
                   * WRK-EL-SALARIO (WRK-EL-IDX)
                   * WRK-EL-FATOR (WRK-EL-IDX)
                   / WRK-TOTAL-PONTOS-SALARIO
           END-IF.
           IF WRK-TOTAL-PONTOS-MESES > ZERO
               COMPUTE WRK-VALOR-PLR ROUNDED = WRK-VALOR-PLR
                   + WRK-PARTE-MESES
                   * WRK-EL-MESES (WRK-EL-IDX)
                   * WRK-EL-FATOR (WRK-EL-IDX)
                   / WRK-TOTAL-PONTOS-MESES
           END-IF.
           MOVE WRK-VALOR-PLR TO WRK-EL-VALOR (WRK-EL-IDX).
           ADD WRK-VALOR-PLR TO WRK-TOTAL-BRUTO.

       0235-CALCULAR-IRRF.
           MOVE WRK-EL-VALOR (WRK-EL-IDX) TO WRK-VALOR-PLR.
           CALL 'PROGCOBI' USING WRK-VALOR-PLR WRK-IRRF-PLR.
           MOVE WRK-IRRF-PLR TO WRK-EL-IRRF (WRK-EL-IDX).
           ADD WRK-IRRF-PLR TO WRK-TOTAL-IRRF.

       0300-FINALIZAR.
           COMPUTE WRK-TOTAL-LIQUIDO = WRK-TOTAL-BRUTO - WRK-TOTAL-IRRF.
           IF WRK-MODO-LIBERACAO
              AND NOT WRK-LIBERACAO-BLOQUEADA
              AND WRK-QTDE-ELEGIVEIS > ZERO
               PERFORM 0330-GRAVAR-FOLHAEXT
           END-IF.
           PERFORM 0320-IMPRIMIR-RELATORIO.
           IF WRK-LIBERACAO-BLOQUEADA
               IF WRK-MODO-LIBERACAO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-TOTAL-LIQUIDO-ED.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - ELEGIVEIS: '
                   WRK-QTDE-ELEGIVEIS ' GRAVADOS NO FOLHAEXT: '
                   WRK-QTDE-GRAVADOS ' TOTAL LIQUIDO: '
                   WRK-TOTAL-LIQUIDO-ED.
           IF WRK-LIBERACAO-BLOQUEADA
               DISPLAY 'LIBERACAO BLOQUEADA - ' WRK-MOTIVO-BLOQUEIO
           END-IF.

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
           MOVE 'PROGCOB31R' TO AUDIT-PROGRAMA.
           MOVE WRK-ANO TO AUDIT-ENTRADA-CHAVE (01:04).
           MOVE WRK-LIBERAR-SW TO AUDIT-ENTRADA-CHAVE (06:01).
           EVALUATE TRUE
               WHEN WRK-QTDE-GRAVADOS > ZERO
                   MOVE 'PLR LIBERADA NO FOLHAEXT' TO AUDIT-RESULTADO
               WHEN WRK-LIBERACAO-BLOQUEADA AND WRK-MODO-LIBERACAO
                   MOVE 'LIBERACAO DA PLR BLOQUEADA'
                       TO AUDIT-RESULTADO
               WHEN OTHER
                   MOVE 'SIMULACAO DA PLR IMPRESSA' TO AUDIT-RESULTADO
           END-EVALUATE.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

      ******************************* RELATORIO DE DISTRIBUICAO PARA
      ******************************* APROVACAO DA DIRETORIA
       0320-IMPRIMIR-RELATORIO.
           OPEN OUTPUT RELATORIO-PLR.
           MOVE WRK-ANO TO REL-CAB-ANO.
           IF WRK-MODO-LIBERACAO
               MOVE 'LIBERACAO' TO REL-CAB-MODO
           ELSE
               MOVE 'SIMULACAO PARA APROVACAO' TO REL-CAB-MODO
           END-IF.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-POOL          TO REL-CAB-VALOR-POOL.
           MOVE WRK-RESULTADO-ANO TO REL-CAB-RESULTADO.
           MOVE WRK-PERC-POOL     TO REL-CAB-PERC-POOL.
           MOVE REL-CAB-POOL TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-PESO-SALARIO     TO REL-CAB-PESO-SALARIO.
           MOVE WRK-PESO-MESES       TO REL-CAB-PESO-MESES.
           MOVE WRK-MESES-MINIMO     TO REL-CAB-MESES-MINIMO.
           IF WRK-USA-MULTIPLICADOR
               MOVE 'S' TO REL-CAB-MULTIPLICADOR
           ELSE
               MOVE 'N' TO REL-CAB-MULTIPLICADOR
           END-IF.
           MOVE REL-CAB-PESOS TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-TITULOS TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0321-IMPRIMIR-ELEGIVEL
               VARYING WRK-EL-IDX FROM 1 BY 1
               UNTIL WRK-EL-IDX > WRK-QTDE-ELEGIVEIS.
           MOVE WRK-QTDE-ELEGIVEIS TO REL-TOT-ELEGIVEIS.
           MOVE WRK-TOTAL-BRUTO    TO REL-TOT-BRUTO.
           MOVE WRK-TOTAL-IRRF     TO REL-TOT-IRRF.
           MOVE WRK-TOTAL-LIQUIDO  TO REL-TOT-LIQUIDO.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-SIT-MOTIVO.
           EVALUATE TRUE
               WHEN WRK-QTDE-GRAVADOS > ZERO
                   MOVE 'LIBERADA - PAGAMENTOS GRAVADOS NO FOLHAEXT'
                       TO REL-SIT-TEXTO
               WHEN WRK-LIBERACAO-BLOQUEADA
                   MOVE 'LIBERACAO BLOQUEADA - ' TO REL-SIT-TEXTO
                   MOVE WRK-MOTIVO-BLOQUEIO TO REL-SIT-MOTIVO
               WHEN OTHER
                   MOVE 'SIMULACAO - AGUARDANDO APROVACAO'
                       TO REL-SIT-TEXTO
           END-EVALUATE.
           MOVE REL-SITUACAO TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-PLR.

       0321-IMPRIMIR-ELEGIVEL.
           MOVE WRK-EL-MATRICULA (WRK-EL-IDX)    TO REL-DET-MATRICULA.
           MOVE WRK-EL-NOME (WRK-EL-IDX)         TO REL-DET-NOME.
           MOVE WRK-EL-DEPARTAMENTO (WRK-EL-IDX) TO REL-DET-DEPTO.
           MOVE WRK-EL-SALARIO (WRK-EL-IDX)      TO REL-DET-SALARIO.
           MOVE WRK-EL-MESES (WRK-EL-IDX)        TO REL-DET-MESES.
           MOVE WRK-EL-FATOR (WRK-EL-IDX)        TO REL-DET-FATOR.
           MOVE WRK-EL-VALOR (WRK-EL-IDX)        TO REL-DET-VALOR.
           MOVE WRK-EL-IRRF (WRK-EL-IDX)         TO REL-DET-IRRF.
           COMPUTE REL-DET-LIQUIDO = WRK-EL-VALOR (WRK-EL-IDX)
               - WRK-EL-IRRF (WRK-EL-IDX).
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************* GRAVA A PLR BRUTA DE CADA
      ******************************* ELEGIVEL NO FOLHAEXT, COM O TIPO
      ******************************* PROPRIO, PARA A FOLHA DO MES
       0330-GRAVAR-FOLHAEXT.
           OPEN EXTEND FOLHA-EXTRATO.
           IF WRK-FS-FOLHA = '35'
               OPEN OUTPUT FOLHA-EXTRATO
               CLOSE FOLHA-EXTRATO
               OPEN EXTEND FOLHA-EXTRATO
           END-IF.
           PERFORM 0331-GRAVAR-PAGAMENTO
               VARYING WRK-EL-IDX FROM 1 BY 1
               UNTIL WRK-EL-IDX > WRK-QTDE-ELEGIVEIS.
           CLOSE FOLHA-EXTRATO.

       0331-GRAVAR-PAGAMENTO.
           IF WRK-EL-VALOR (WRK-EL-IDX) > ZERO
               INITIALIZE FOLHA-REGISTRO
               MOVE WRK-EL-MATRICULA (WRK-EL-IDX) TO FOLHA-MATRICULA
               MOVE WRK-EL-NOME (WRK-EL-IDX)      TO FOLHA-NOME
               MOVE WRK-EL-DEPARTAMENTO (WRK-EL-IDX)
                   TO FOLHA-DEPARTAMENTO
               MOVE WRK-DATAHOJE TO FOLHA-DATAEFETIVA
               MOVE WRK-EL-SALARIO (WRK-EL-IDX)   TO FOLHA-SALARIO-NOVO
               MOVE WRK-EL-VALOR (WRK-EL-IDX)
                   TO FOLHA-VALOR-AUMENTO
               MOVE 'L' TO FOLHA-TIPO-MOVIMENTO
               WRITE FOLHA-REGISTRO
               ADD 1 TO WRK-QTDE-GRAVADOS
           END-IF.
