       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB17T.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: MOVIMENTACAO DE PESSOAL POR DEPARTAMENTO - PARA O
      *           MES INFORMADO (AAAAMM), CRUZA O MASTER DE
      *           FUNCIONARIOS (ADMISSAO, DESLIGAMENTO E MOTIVO) COM O
      *           HISTORICO DE TRANSFERENCIAS (HISTTRANSF) E IMPRIME NO
      *           RELTURN, PARA CADA DEPARTAMENTO DO DEPTMAST, O
      *           QUADRO INICIAL, AS ADMISSOES, OS DESLIGAMENTOS (COM A
      *           QUEBRA POR MOTIVO), AS TRANSFERENCIAS DE ENTRADA E DE
      *           SAIDA E O QUADRO FINAL, COM O TURNOVER DO MES, O
      *           TEMPO MEDIO DE CASA DO QUADRO FINAL E O PERCENTUAL DE
      *           DESLIGAMENTOS NOS PRIMEIROS 90 DIAS; EM SEGUIDA, UMA
      *           PAGINA COM A TENDENCIA DOS ULTIMOS 12 MESES. O
      *           DEPARTAMENTO DE CADA FUNCIONARIO EM UMA DATA SAI DA
      *           PRIMEIRA TRANSFERENCIA POSTERIOR A ELA (DEPARTAMENTO
      *           ANTERIOR) OU, SEM TRANSFERENCIA, DO MASTER. O ROLLUP
      *           DO DIA CONTINUA NO PROGCOB17H
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
           SELECT FUNCIONARIOS ASSIGN TO 'FUNCIONARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.
           SELECT HIST-TRANSF ASSIGN TO 'HISTTRANSF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRANSF.
           SELECT DEPARTAMENTO-MASTER ASSIGN TO 'DEPTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPTO-CODIGO
               FILE STATUS IS WRK-FS-DEPTO.
           SELECT RELATORIO-TURNOVER ASSIGN TO 'RELTURN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
           COPY CPFUNC.
       FD  HIST-TRANSF.
           COPY CPTRANSF.
       FD  DEPARTAMENTO-MASTER.
           COPY CPDEPTO.
       FD  RELATORIO-TURNOVER.
       01  REL-LINHA                 PIC X(132).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-FUNC               PIC X(02) VALUE '00'.
       77  WRK-FS-TRANSF             PIC X(02) VALUE '00'.
       77  WRK-FS-DEPTO              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       01  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       01  WRK-ANOMES-R REDEFINES WRK-ANOMES.
           05  WRK-ANO               PIC 9(04).
           05  WRK-MES               PIC 9(02).
      ******************************* MES EM APURACAO (O DE REFERENCIA
      ******************************* E OS 11 ANTERIORES, PARA A
      ******************************* TENDENCIA)
       01  WRK-APU-ANOMES            PIC 9(06) VALUE ZEROS.
       01  WRK-APU-ANOMES-R REDEFINES WRK-APU-ANOMES.
           05  WRK-APU-ANO           PIC 9(04).
           05  WRK-APU-MES           PIC 9(02).
       77  WRK-APU-INICIO            PIC 9(08) VALUE ZEROS.
       77  WRK-APU-FIM               PIC 9(08) VALUE ZEROS.
       77  WRK-APU-VESPERA           PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-EPOCA            PIC 9(07) VALUE ZERO.
       01  WRK-DATA-PROX-MES         PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-PROX-MES-R REDEFINES WRK-DATA-PROX-MES.
           05  WRK-PROX-ANO          PIC 9(04).
           05  WRK-PROX-MES          PIC 9(02).
           05  WRK-PROX-DIA          PIC 9(02).
       77  WRK-TD-IDX                PIC 9(02) VALUE ZERO.
      ******************************* DEPARTAMENTOS (DEPTMAST MAIS OS
      ******************************* ACHADOS SO NO MASTER/HISTORICO)
       77  WRK-QTDE-DEPTOS           PIC 9(03) VALUE ZERO.
       77  WRK-DP-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-DP-SW                 PIC X(01) VALUE 'N'.
           88  WRK-DP-ACHOU              VALUE 'S'.
       77  WRK-DEPTO-BUSCA           PIC X(04) VALUE SPACES.
       01  WRK-TABELA-DEPTOS.
           05  WRK-DEPTO-LINHA OCCURS 1 TO 100 TIMES
                               DEPENDING ON WRK-QTDE-DEPTOS.
               10  WRK-DP-CODIGO         PIC X(04).
               10  WRK-DP-NOME           PIC X(20).
               10  WRK-DP-INICIAL        PIC 9(05).
               10  WRK-DP-ADMISSOES      PIC 9(05).
               10  WRK-DP-DESLIGAMENTOS  PIC 9(05).
               10  WRK-DP-DESLIG-90      PIC 9(05).
               10  WRK-DP-TRANSF-ENTRADA PIC 9(05).
               10  WRK-DP-TRANSF-SAIDA   PIC 9(05).
               10  WRK-DP-FINAL          PIC 9(05).
               10  WRK-DP-MESES-CASA     PIC 9(09).
      ******************************* FUNCIONARIOS DO MASTER
       77  WRK-QTDE-FUNCS            PIC 9(04) VALUE ZERO.
       77  WRK-FN-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-FN-SW                 PIC X(01) VALUE 'N'.
           88  WRK-FN-ACHOU              VALUE 'S'.
       01  WRK-TABELA-FUNCS.
           05  WRK-FUNC-LINHA OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WRK-QTDE-FUNCS.
               10  WRK-FN-MATRICULA      PIC 9(06).
               10  WRK-FN-DEPARTAMENTO   PIC X(04).
               10  WRK-FN-ADMISSAO       PIC 9(08).
               10  WRK-FN-DESLIGAMENTO   PIC 9(08).
               10  WRK-FN-MOTIVO         PIC X(30).
               10  WRK-FN-TRANSF-SW      PIC X(01).
                   88  WRK-FN-TEM-TRANSF     VALUE 'S'.
      ******************************* TRANSFERENCIAS DO HISTORICO
       77  WRK-QTDE-TRANSFS          PIC 9(04) VALUE ZERO.
       77  WRK-TR-IDX                PIC 9(04) VALUE ZERO.
       01  WRK-TABELA-TRANSFS.
           05  WRK-TRANSF-LINHA OCCURS 1 TO 5000 TIMES
                                DEPENDING ON WRK-QTDE-TRANSFS.
               10  WRK-TR-MATRICULA      PIC 9(06).
               10  WRK-TR-ANTERIOR       PIC X(04).
               10  WRK-TR-NOVO           PIC X(04).
               10  WRK-TR-DATA           PIC 9(08).
      ******************************* DESLIGAMENTOS DO MES DE
      ******************************* REFERENCIA POR DEPARTAMENTO E
      ******************************* MOTIVO
       77  WRK-QTDE-MOTIVOS          PIC 9(03) VALUE ZERO.
       77  WRK-MT-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-MT-SW                 PIC X(01) VALUE 'N'.
           88  WRK-MT-ACHOU              VALUE 'S'.
       01  WRK-TABELA-MOTIVOS.
           05  WRK-MOTIVO-LINHA OCCURS 1 TO 300 TIMES
                                DEPENDING ON WRK-QTDE-MOTIVOS.
               10  WRK-MT-DEPTO          PIC X(04).
               10  WRK-MT-MOTIVO         PIC X(30).
               10  WRK-MT-QTDE           PIC 9(05).
      ******************************* TENDENCIA DOS 12 MESES
       01  WRK-TABELA-TENDENCIA.
           05  WRK-TENDENCIA-LINHA OCCURS 12 TIMES.
               10  WRK-TD-ANOMES         PIC 9(06).
               10  WRK-TD-INICIAL        PIC 9(05).
               10  WRK-TD-ADMISSOES      PIC 9(05).
               10  WRK-TD-DESLIGAMENTOS  PIC 9(05).
               10  WRK-TD-DESLIG-90      PIC 9(05).
               10  WRK-TD-TRANSFERENCIAS PIC 9(05).
               10  WRK-TD-FINAL          PIC 9(05).
      ******************************* APURACAO DO FUNCIONARIO
       77  WRK-DATA-BUSCA            PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-TRANSF-ACHADA    PIC 9(08) VALUE ZEROS.
       77  WRK-DEPTO-NA-DATA         PIC X(04) VALUE SPACES.
       77  WRK-DIAS-DE-CASA          PIC S9(07) VALUE ZERO.
       77  WRK-MESES-DE-CASA         PIC S9(05) VALUE ZERO.
       01  WRK-DATA-CASA-FIM         PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-CASA-FIM-R REDEFINES WRK-DATA-CASA-FIM.
           05  WRK-CASA-FIM-ANO      PIC 9(04).
           05  WRK-CASA-FIM-MES      PIC 9(02).
           05  WRK-CASA-FIM-DIA      PIC 9(02).
       01  WRK-DATA-CASA-INI         PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-CASA-INI-R REDEFINES WRK-DATA-CASA-INI.
           05  WRK-CASA-INI-ANO      PIC 9(04).
           05  WRK-CASA-INI-MES      PIC 9(02).
           05  WRK-CASA-INI-DIA      PIC 9(02).
       77  WRK-DIAS-EXPERIENCIA      PIC 9(03) VALUE 90.
      ******************************* TOTAIS E INDICADORES
       77  WRK-TOT-INICIAL           PIC 9(05) VALUE ZERO.
       77  WRK-TOT-ADMISSOES         PIC 9(05) VALUE ZERO.
       77  WRK-TOT-DESLIGAMENTOS     PIC 9(05) VALUE ZERO.
       77  WRK-TOT-DESLIG-90         PIC 9(05) VALUE ZERO.
       77  WRK-TOT-TRANSFERENCIAS    PIC 9(05) VALUE ZERO.
       77  WRK-TOT-FINAL             PIC 9(05) VALUE ZERO.
       77  WRK-TOT-MESES-CASA        PIC 9(09) VALUE ZERO.
       77  WRK-CALC-INICIAL          PIC 9(05) VALUE ZERO.
       77  WRK-CALC-ADMISSOES        PIC 9(05) VALUE ZERO.
       77  WRK-CALC-DESLIGAMENTOS    PIC 9(05) VALUE ZERO.
       77  WRK-CALC-DESLIG-90        PIC 9(05) VALUE ZERO.
       77  WRK-CALC-FINAL            PIC 9(05) VALUE ZERO.
       77  WRK-CALC-MESES-CASA       PIC 9(09) VALUE ZERO.
       77  WRK-TURNOVER              PIC 9(03)V99 VALUE ZERO.
       77  WRK-TEMPO-MEDIO           PIC 9(04)V9 VALUE ZERO.
       77  WRK-PERC-90               PIC 9(03)V99 VALUE ZERO.
       01  REL-CABECALHO.
           05  FILLER                PIC X(48) VALUE
               'MOVIMENTACAO DE PESSOAL POR DEPARTAMENTO - MES '.
           05  REL-CAB-ANOMES        PIC 9(06).
       01  REL-TITULOS.
           05  FILLER                PIC X(45) VALUE
               'DEPT NOME                 INICIAL ADMIS DESL '.
           05  FILLER                PIC X(45) VALUE
               'T.ENT T.SAI  FINAL TURNOVER% TEMPO CASA(M) '.
           05  FILLER                PIC X(10) VALUE 'DESL<=90D%'.
       01  REL-DETALHE.
           05  REL-DET-DEPTO         PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-NOME          PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-INICIAL       PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-ADMISSOES     PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-DESLIG        PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-TR-ENTRADA    PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-TR-SAIDA      PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-FINAL         PIC ZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  REL-DET-TURNOVER      PIC ZZ9,99.
           05  FILLER                PIC X(07) VALUE SPACES.
           05  REL-DET-TEMPO-MEDIO   PIC ZZZ9,9.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  REL-DET-PERC-90       PIC ZZ9,99.
       01  REL-MOTIVO.
           05  FILLER                PIC X(06) VALUE SPACES.
           05  FILLER                PIC X(20) VALUE
               'DESLIGADOS - MOTIVO '.
           05  REL-MOT-MOTIVO        PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-MOT-QTDE          PIC ZZZZ9.
       01  REL-TOTAL.
           05  FILLER                PIC X(26) VALUE
               'TOTAL DA EMPRESA'.
           05  REL-TOT-INICIAL       PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-TOT-ADMISSOES     PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-TOT-DESLIG        PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-TOT-TR-ENTRADA    PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-TOT-TR-SAIDA      PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-TOT-FINAL         PIC ZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  REL-TOT-TURNOVER      PIC ZZ9,99.
           05  FILLER                PIC X(07) VALUE SPACES.
           05  REL-TOT-TEMPO-MEDIO   PIC ZZZ9,9.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  REL-TOT-PERC-90       PIC ZZ9,99.
       01  REL-CAB-TENDENCIA.
           05  FILLER                PIC X(50) VALUE
               'TENDENCIA DOS ULTIMOS 12 MESES - EMPRESA ATE '.
           05  REL-CAB-TD-ANOMES     PIC 9(06).
       01  REL-TITULOS-TENDENCIA.
           05  FILLER                PIC X(45) VALUE
               'MES     INICIAL ADMIS  DESL TRANSF  FINAL '.
           05  FILLER                PIC X(20) VALUE
               'TURNOVER% DESL<=90D%'.
       01  REL-DET-TENDENCIA.
           05  REL-TD-ANOMES         PIC 9(06).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  REL-TD-INICIAL        PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-TD-ADMISSOES      PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-TD-DESLIG         PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-TD-TRANSF         PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-TD-FINAL          PIC ZZZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  REL-TD-TURNOVER       PIC ZZ9,99.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  REL-TD-PERC-90        PIC ZZ9,99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           DISPLAY 'MES DE REFERENCIA (AAAAMM)..'.
           ACCEPT WRK-ANOMES FROM CONSOLE.
           PERFORM 0110-CARREGAR-DEPARTAMENTOS.
           PERFORM 0120-CARREGAR-FUNCIONARIOS.
           PERFORM 0130-CARREGAR-TRANSFERENCIAS.

      ******************************* DEPARTAMENTOS DO MASTER, NA
      ******************************* ORDEM DO CODIGO
       0110-CARREGAR-DEPARTAMENTOS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT DEPARTAMENTO-MASTER.
           IF WRK-FS-DEPTO NOT = '00'
               DISPLAY 'MASTER DE DEPARTAMENTOS INDISPONIVEL - '
                       'DEPARTAMENTOS SO DO CADASTRO DE FUNCIONARIOS'
           ELSE
               PERFORM 0111-LER-DEPARTAMENTO
               PERFORM 0112-GUARDAR-DEPARTAMENTO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE DEPARTAMENTO-MASTER
           END-IF.

       0111-LER-DEPARTAMENTO.
           READ DEPARTAMENTO-MASTER
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0112-GUARDAR-DEPARTAMENTO.
           IF WRK-QTDE-DEPTOS < 100
               ADD 1 TO WRK-QTDE-DEPTOS
               MOVE WRK-QTDE-DEPTOS TO WRK-DP-IDX
               MOVE DEPTO-CODIGO TO WRK-DEPTO-BUSCA
               PERFORM 0415-INICIAR-DEPTO
               MOVE DEPTO-NOME TO WRK-DP-NOME (WRK-DP-IDX)
           END-IF.
           PERFORM 0111-LER-DEPARTAMENTO.

       0120-CARREGAR-FUNCIONARIOS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT FUNCIONARIOS.
           IF WRK-FS-FUNC NOT = '00'
               DISPLAY 'MASTER DE FUNCIONARIOS INDISPONIVEL - '
                       'RELATORIO SEM MOVIMENTACAO'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0121-LER-FUNCIONARIO
               PERFORM 0122-GUARDAR-FUNCIONARIO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE FUNCIONARIOS
           END-IF.

       0121-LER-FUNCIONARIO.
           READ FUNCIONARIOS NEXT RECORD
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* DESLIGAMENTO SO VALE PARA O
      ******************************* INATIVO; INATIVO SEM DATA FICA
      ******************************* FORA DE TODOS OS QUADROS
       0122-GUARDAR-FUNCIONARIO.
           IF WRK-QTDE-FUNCS < 2000
               ADD 1 TO WRK-QTDE-FUNCS
               MOVE WRK-QTDE-FUNCS TO WRK-FN-IDX
               MOVE FUNC-MATRICULA    TO WRK-FN-MATRICULA (WRK-FN-IDX)
               MOVE FUNC-DEPARTAMENTO
                   TO WRK-FN-DEPARTAMENTO (WRK-FN-IDX)
               MOVE FUNC-DATAADMISSAO TO WRK-FN-ADMISSAO (WRK-FN-IDX)
               MOVE ZEROS TO WRK-FN-DESLIGAMENTO (WRK-FN-IDX)
               MOVE SPACES TO WRK-FN-MOTIVO (WRK-FN-IDX)
               MOVE 'N' TO WRK-FN-TRANSF-SW (WRK-FN-IDX)
               IF FUNC-STATUS-INATIVO
                   IF FUNC-DATA-DESLIGAMENTO IS NUMERIC
                       MOVE FUNC-DATA-DESLIGAMENTO
                           TO WRK-FN-DESLIGAMENTO (WRK-FN-IDX)
                   END-IF
                   IF WRK-FN-DESLIGAMENTO (WRK-FN-IDX) = ZEROS
                       MOVE 1 TO WRK-FN-DESLIGAMENTO (WRK-FN-IDX)
                   END-IF
                   MOVE FUNC-MOTIVO-DESLIGAMENTO
                       TO WRK-FN-MOTIVO (WRK-FN-IDX)
                   IF WRK-FN-MOTIVO (WRK-FN-IDX) = SPACES
                       MOVE 'NAO INFORMADO'
                           TO WRK-FN-MOTIVO (WRK-FN-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0121-LER-FUNCIONARIO.

      ******************************* TRANSFERENCIAS DO HISTORICO,
      ******************************* MARCANDO O FUNCIONARIO QUE TEM
      ******************************* ALGUMA PARA A BUSCA DO
      ******************************* DEPARTAMENTO NA DATA
       0130-CARREGAR-TRANSFERENCIAS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT HIST-TRANSF.
           IF WRK-FS-TRANSF = '00'
               PERFORM 0131-LER-TRANSFERENCIA
               PERFORM 0132-GUARDAR-TRANSFERENCIA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE HIST-TRANSF
           END-IF.

       0131-LER-TRANSFERENCIA.
           READ HIST-TRANSF
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0132-GUARDAR-TRANSFERENCIA.
           IF WRK-QTDE-TRANSFS < 5000
               ADD 1 TO WRK-QTDE-TRANSFS
               MOVE WRK-QTDE-TRANSFS TO WRK-TR-IDX
               MOVE TRANSF-MATRICULA TO WRK-TR-MATRICULA (WRK-TR-IDX)
               MOVE TRANSF-DEPTO-ANTERIOR
                   TO WRK-TR-ANTERIOR (WRK-TR-IDX)
               MOVE TRANSF-DEPTO-NOVO TO WRK-TR-NOVO (WRK-TR-IDX)
               MOVE TRANSF-DATA-EFETIVA TO WRK-TR-DATA (WRK-TR-IDX)
               MOVE 'N' TO WRK-FN-SW
               PERFORM 0133-MARCAR-FUNCIONARIO
                   VARYING WRK-FN-IDX FROM 1 BY 1
                   UNTIL WRK-FN-IDX > WRK-QTDE-FUNCS OR WRK-FN-ACHOU
           END-IF.
           PERFORM 0131-LER-TRANSFERENCIA.

       0133-MARCAR-FUNCIONARIO.
           IF WRK-FN-MATRICULA (WRK-FN-IDX) = TRANSF-MATRICULA
               SET WRK-FN-ACHOU TO TRUE
               MOVE 'S' TO WRK-FN-TRANSF-SW (WRK-FN-IDX)
           END-IF.

      ******************************* APURA OS 12 MESES, DO MAIS ANTIGO
      ******************************* AO DE REFERENCIA; A TABELA DE
      ******************************* DEPARTAMENTOS TERMINA COM O MES
      ******************************* DE REFERENCIA
       0200-PROCESSAR.
           MOVE WRK-ANOMES TO WRK-APU-ANOMES.
           PERFORM 0201-RECUAR-MES 11 TIMES.
           PERFORM 0210-APURAR-MES
               VARYING WRK-TD-IDX FROM 1 BY 1
               UNTIL WRK-TD-IDX > 12.

       0201-RECUAR-MES.
           IF WRK-APU-MES = 1
               MOVE 12 TO WRK-APU-MES
               SUBTRACT 1 FROM WRK-APU-ANO
           ELSE
               SUBTRACT 1 FROM WRK-APU-MES
           END-IF.

       0202-AVANCAR-MES.
           IF WRK-APU-MES = 12
               MOVE 1 TO WRK-APU-MES
               ADD 1 TO WRK-APU-ANO
           ELSE
               ADD 1 TO WRK-APU-MES
           END-IF.

       0210-APURAR-MES.
           PERFORM 0211-MONTAR-PERIODO.
           PERFORM 0212-ZERAR-DEPTO
               VARYING WRK-DP-IDX FROM 1 BY 1
               UNTIL WRK-DP-IDX > WRK-QTDE-DEPTOS.
           MOVE ZERO TO WRK-QTDE-MOTIVOS.
           PERFORM 0220-APURAR-FUNCIONARIO
               VARYING WRK-FN-IDX FROM 1 BY 1
               UNTIL WRK-FN-IDX > WRK-QTDE-FUNCS.
           PERFORM 0230-APURAR-TRANSFERENCIA
               VARYING WRK-TR-IDX FROM 1 BY 1
               UNTIL WRK-TR-IDX > WRK-QTDE-TRANSFS.
           PERFORM 0240-SOMAR-EMPRESA.
           MOVE WRK-APU-ANOMES        TO WRK-TD-ANOMES (WRK-TD-IDX).
           MOVE WRK-TOT-INICIAL       TO WRK-TD-INICIAL (WRK-TD-IDX).
           MOVE WRK-TOT-ADMISSOES     TO WRK-TD-ADMISSOES (WRK-TD-IDX).
           MOVE WRK-TOT-DESLIGAMENTOS
               TO WRK-TD-DESLIGAMENTOS (WRK-TD-IDX).
           MOVE WRK-TOT-DESLIG-90     TO WRK-TD-DESLIG-90 (WRK-TD-IDX).
           MOVE WRK-TOT-TRANSFERENCIAS
               TO WRK-TD-TRANSFERENCIAS (WRK-TD-IDX).
           MOVE WRK-TOT-FINAL         TO WRK-TD-FINAL (WRK-TD-IDX).
           IF WRK-TD-IDX < 12
               PERFORM 0202-AVANCAR-MES
           END-IF.

      ******************************* PRIMEIRO E ULTIMO DIA DO MES E A
      ******************************* VESPERA DO PRIMEIRO (QUADRO
      ******************************* INICIAL)
       0211-MONTAR-PERIODO.
           COMPUTE WRK-APU-INICIO = WRK-APU-ANOMES * 100 + 1.
           COMPUTE WRK-DIAS-EPOCA =
               FUNCTION INTEGER-OF-DATE (WRK-APU-INICIO) - 1.
           COMPUTE WRK-APU-VESPERA =
               FUNCTION DATE-OF-INTEGER (WRK-DIAS-EPOCA).
           MOVE WRK-APU-INICIO TO WRK-DATA-PROX-MES.
           ADD 1 TO WRK-PROX-MES.
           IF WRK-PROX-MES > 12
               MOVE 1 TO WRK-PROX-MES
               ADD 1 TO WRK-PROX-ANO
           END-IF.
           COMPUTE WRK-DIAS-EPOCA =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-PROX-MES) - 1.
           COMPUTE WRK-APU-FIM =
               FUNCTION DATE-OF-INTEGER (WRK-DIAS-EPOCA).

       0212-ZERAR-DEPTO.
           MOVE ZERO TO WRK-DP-INICIAL (WRK-DP-IDX).
           MOVE ZERO TO WRK-DP-ADMISSOES (WRK-DP-IDX).
           MOVE ZERO TO WRK-DP-DESLIGAMENTOS (WRK-DP-IDX).
           MOVE ZERO TO WRK-DP-DESLIG-90 (WRK-DP-IDX).
           MOVE ZERO TO WRK-DP-TRANSF-ENTRADA (WRK-DP-IDX).
           MOVE ZERO TO WRK-DP-TRANSF-SAIDA (WRK-DP-IDX).
           MOVE ZERO TO WRK-DP-FINAL (WRK-DP-IDX).
           MOVE ZERO TO WRK-DP-MESES-CASA (WRK-DP-IDX).

      ******************************* NO QUADRO NA DATA: ADMITIDO ATE
      ******************************* ELA E NAO DESLIGADO ATE ELA (O
      ******************************* DESLIGADO NO ULTIMO DIA DO MES
      ******************************* SAI DO QUADRO FINAL)
       0220-APURAR-FUNCIONARIO.
           IF WRK-FN-ADMISSAO (WRK-FN-IDX) <= WRK-APU-VESPERA
              AND (WRK-FN-DESLIGAMENTO (WRK-FN-IDX) = ZEROS
                OR WRK-FN-DESLIGAMENTO (WRK-FN-IDX) > WRK-APU-VESPERA)
               MOVE WRK-APU-VESPERA TO WRK-DATA-BUSCA
               PERFORM 0250-DEPTO-NA-DATA
               ADD 1 TO WRK-DP-INICIAL (WRK-DP-IDX)
           END-IF.
           IF WRK-FN-ADMISSAO (WRK-FN-IDX) >= WRK-APU-INICIO
              AND WRK-FN-ADMISSAO (WRK-FN-IDX) <= WRK-APU-FIM
               MOVE WRK-FN-ADMISSAO (WRK-FN-IDX) TO WRK-DATA-BUSCA
               PERFORM 0250-DEPTO-NA-DATA
               ADD 1 TO WRK-DP-ADMISSOES (WRK-DP-IDX)
           END-IF.
           IF WRK-FN-DESLIGAMENTO (WRK-FN-IDX) >= WRK-APU-INICIO
              AND WRK-FN-DESLIGAMENTO (WRK-FN-IDX) <= WRK-APU-FIM
               PERFORM 0225-APURAR-DESLIGAMENTO
           END-IF.
           IF WRK-FN-ADMISSAO (WRK-FN-IDX) <= WRK-APU-FIM
              AND (WRK-FN-DESLIGAMENTO (WRK-FN-IDX) = ZEROS
                OR WRK-FN-DESLIGAMENTO (WRK-FN-IDX) > WRK-APU-FIM)
               MOVE WRK-APU-FIM TO WRK-DATA-BUSCA
               PERFORM 0250-DEPTO-NA-DATA
               ADD 1 TO WRK-DP-FINAL (WRK-DP-IDX)
               PERFORM 0227-CALCULAR-TEMPO-CASA
               ADD WRK-MESES-DE-CASA TO WRK-DP-MESES-CASA (WRK-DP-IDX)
           END-IF.

       0225-APURAR-DESLIGAMENTO.
           MOVE WRK-FN-DESLIGAMENTO (WRK-FN-IDX) TO WRK-DATA-BUSCA.
           PERFORM 0250-DEPTO-NA-DATA.
           ADD 1 TO WRK-DP-DESLIGAMENTOS (WRK-DP-IDX).
           COMPUTE WRK-DIAS-DE-CASA =
               FUNCTION INTEGER-OF-DATE
                   (WRK-FN-DESLIGAMENTO (WRK-FN-IDX))
               - FUNCTION INTEGER-OF-DATE
                   (WRK-FN-ADMISSAO (WRK-FN-IDX)).
           IF WRK-DIAS-DE-CASA <= WRK-DIAS-EXPERIENCIA
               ADD 1 TO WRK-DP-DESLIG-90 (WRK-DP-IDX)
           END-IF.
           IF WRK-TD-IDX = 12
               PERFORM 0226-SOMAR-MOTIVO
           END-IF.

       0226-SOMAR-MOTIVO.
           MOVE 'N' TO WRK-MT-SW.
           PERFORM 0228-COMPARAR-MOTIVO
               VARYING WRK-MT-IDX FROM 1 BY 1
               UNTIL WRK-MT-IDX > WRK-QTDE-MOTIVOS OR WRK-MT-ACHOU.
           IF WRK-MT-ACHOU
               SUBTRACT 1 FROM WRK-MT-IDX
               ADD 1 TO WRK-MT-QTDE (WRK-MT-IDX)
           ELSE
               IF WRK-QTDE-MOTIVOS < 300
                   ADD 1 TO WRK-QTDE-MOTIVOS
                   MOVE WRK-DEPTO-NA-DATA
                       TO WRK-MT-DEPTO (WRK-QTDE-MOTIVOS)
                   MOVE WRK-FN-MOTIVO (WRK-FN-IDX)
                       TO WRK-MT-MOTIVO (WRK-QTDE-MOTIVOS)
                   MOVE 1 TO WRK-MT-QTDE (WRK-QTDE-MOTIVOS)
               END-IF
           END-IF.

       0228-COMPARAR-MOTIVO.
           IF WRK-MT-DEPTO (WRK-MT-IDX) = WRK-DEPTO-NA-DATA
              AND WRK-MT-MOTIVO (WRK-MT-IDX)
                  = WRK-FN-MOTIVO (WRK-FN-IDX)
               SET WRK-MT-ACHOU TO TRUE
           END-IF.

      ******************************* MESES COMPLETOS DA ADMISSAO ATE O
      ******************************* FIM DO MES
       0227-CALCULAR-TEMPO-CASA.
           MOVE WRK-APU-FIM TO WRK-DATA-CASA-FIM.
           MOVE WRK-FN-ADMISSAO (WRK-FN-IDX) TO WRK-DATA-CASA-INI.
           COMPUTE WRK-MESES-DE-CASA =
               (WRK-CASA-FIM-ANO * 12 + WRK-CASA-FIM-MES)
               - (WRK-CASA-INI-ANO * 12 + WRK-CASA-INI-MES).
           IF WRK-CASA-FIM-DIA < WRK-CASA-INI-DIA
               SUBTRACT 1 FROM WRK-MESES-DE-CASA
           END-IF.
           IF WRK-MESES-DE-CASA < ZERO
               MOVE ZERO TO WRK-MESES-DE-CASA
           END-IF.

      ******************************* TRANSFERENCIA DO MES: SAIDA NO
      ******************************* DEPARTAMENTO ANTERIOR E ENTRADA
      ******************************* NO NOVO
       0230-APURAR-TRANSFERENCIA.
           IF WRK-TR-DATA (WRK-TR-IDX) >= WRK-APU-INICIO
              AND WRK-TR-DATA (WRK-TR-IDX) <= WRK-APU-FIM
               MOVE WRK-TR-ANTERIOR (WRK-TR-IDX) TO WRK-DEPTO-BUSCA
               PERFORM 0410-LOCALIZAR-DEPTO
               ADD 1 TO WRK-DP-TRANSF-SAIDA (WRK-DP-IDX)
               MOVE WRK-TR-NOVO (WRK-TR-IDX) TO WRK-DEPTO-BUSCA
               PERFORM 0410-LOCALIZAR-DEPTO
               ADD 1 TO WRK-DP-TRANSF-ENTRADA (WRK-DP-IDX)
           END-IF.

       0240-SOMAR-EMPRESA.
           MOVE ZERO TO WRK-TOT-INICIAL.
           MOVE ZERO TO WRK-TOT-ADMISSOES.
           MOVE ZERO TO WRK-TOT-DESLIGAMENTOS.
           MOVE ZERO TO WRK-TOT-DESLIG-90.
           MOVE ZERO TO WRK-TOT-TRANSFERENCIAS.
           MOVE ZERO TO WRK-TOT-FINAL.
           MOVE ZERO TO WRK-TOT-MESES-CASA.
           PERFORM 0241-SOMAR-DEPTO
               VARYING WRK-DP-IDX FROM 1 BY 1
               UNTIL WRK-DP-IDX > WRK-QTDE-DEPTOS.

       0241-SOMAR-DEPTO.
           ADD WRK-DP-INICIAL (WRK-DP-IDX)  TO WRK-TOT-INICIAL.
           ADD WRK-DP-ADMISSOES (WRK-DP-IDX) TO WRK-TOT-ADMISSOES.
           ADD WRK-DP-DESLIGAMENTOS (WRK-DP-IDX)
               TO WRK-TOT-DESLIGAMENTOS.
           ADD WRK-DP-DESLIG-90 (WRK-DP-IDX) TO WRK-TOT-DESLIG-90.
           ADD WRK-DP-TRANSF-SAIDA (WRK-DP-IDX)
               TO WRK-TOT-TRANSFERENCIAS.
           ADD WRK-DP-FINAL (WRK-DP-IDX)    TO WRK-TOT-FINAL.
           ADD WRK-DP-MESES-CASA (WRK-DP-IDX) TO WRK-TOT-MESES-CASA.

      ******************************* DEPARTAMENTO DO FUNCIONARIO NA
      ******************************* DATA: O ANTERIOR DA PRIMEIRA
      ******************************* TRANSFERENCIA DEPOIS DELA OU,
      ******************************* SEM ESSA TRANSFERENCIA, O ATUAL
       0250-DEPTO-NA-DATA.
           MOVE WRK-FN-DEPARTAMENTO (WRK-FN-IDX) TO WRK-DEPTO-NA-DATA.
           IF WRK-FN-TEM-TRANSF (WRK-FN-IDX)
               MOVE 99999999 TO WRK-DATA-TRANSF-ACHADA
               PERFORM 0251-COMPARAR-TRANSFERENCIA
                   VARYING WRK-TR-IDX FROM 1 BY 1
                   UNTIL WRK-TR-IDX > WRK-QTDE-TRANSFS
           END-IF.
           MOVE WRK-DEPTO-NA-DATA TO WRK-DEPTO-BUSCA.
           PERFORM 0410-LOCALIZAR-DEPTO.

       0251-COMPARAR-TRANSFERENCIA.
           IF WRK-TR-MATRICULA (WRK-TR-IDX)
              = WRK-FN-MATRICULA (WRK-FN-IDX)
              AND WRK-TR-DATA (WRK-TR-IDX) > WRK-DATA-BUSCA
              AND WRK-TR-DATA (WRK-TR-IDX) < WRK-DATA-TRANSF-ACHADA
               MOVE WRK-TR-DATA (WRK-TR-IDX) TO WRK-DATA-TRANSF-ACHADA
               MOVE WRK-TR-ANTERIOR (WRK-TR-IDX) TO WRK-DEPTO-NA-DATA
           END-IF.

      ******************************* LOCALIZA O DEPARTAMENTO NA
      ******************************* TABELA, OU ACRESCENTA UMA
      ******************************* ENTRADA PARA O QUE NAO ESTA NO
      ******************************* DEPTMAST (COM A 100A ENTRADA
      ******************************* RECEBENDO O EXCEDENTE)
       0410-LOCALIZAR-DEPTO.
           MOVE 'N' TO WRK-DP-SW.
           PERFORM 0411-COMPARAR-DEPTO
               VARYING WRK-DP-IDX FROM 1 BY 1
               UNTIL WRK-DP-IDX > WRK-QTDE-DEPTOS OR WRK-DP-ACHOU.
           IF WRK-DP-ACHOU
               SUBTRACT 1 FROM WRK-DP-IDX
           ELSE
               IF WRK-QTDE-DEPTOS < 100
                   ADD 1 TO WRK-QTDE-DEPTOS
                   MOVE WRK-QTDE-DEPTOS TO WRK-DP-IDX
                   PERFORM 0415-INICIAR-DEPTO
                   MOVE 'NAO CADASTRADO' TO WRK-DP-NOME (WRK-DP-IDX)
               ELSE
                   MOVE WRK-QTDE-DEPTOS TO WRK-DP-IDX
               END-IF
           END-IF.

       0411-COMPARAR-DEPTO.
           IF WRK-DP-CODIGO (WRK-DP-IDX) = WRK-DEPTO-BUSCA
               SET WRK-DP-ACHOU TO TRUE
           END-IF.

       0415-INICIAR-DEPTO.
           MOVE WRK-DEPTO-BUSCA TO WRK-DP-CODIGO (WRK-DP-IDX).
           MOVE SPACES TO WRK-DP-NOME (WRK-DP-IDX).
           PERFORM 0212-ZERAR-DEPTO.

       0300-FINALIZAR.
           OPEN OUTPUT RELATORIO-TURNOVER.
           MOVE WRK-ANOMES TO REL-CAB-ANOMES.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-TITULOS TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0320-IMPRIMIR-DEPTO
               VARYING WRK-DP-IDX FROM 1 BY 1
               UNTIL WRK-DP-IDX > WRK-QTDE-DEPTOS.
           PERFORM 0330-IMPRIMIR-TOTAL.
           PERFORM 0340-IMPRIMIR-TENDENCIA.
           CLOSE RELATORIO-TURNOVER.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - DEPARTAMENTOS: '
                   WRK-QTDE-DEPTOS ' ADMISSOES: ' WRK-TOT-ADMISSOES
                   ' DESLIGAMENTOS: ' WRK-TOT-DESLIGAMENTOS.

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
           MOVE 'PROGCOB17T' TO AUDIT-PROGRAMA.
           MOVE WRK-ANOMES TO AUDIT-ENTRADA-CHAVE (01:06).
           MOVE 'MOVIMENTACAO DE PESSOAL GERADA' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

      ******************************* UMA LINHA POR DEPARTAMENTO COM
      ******************************* MOVIMENTO OU QUADRO, SEGUIDA DOS
      ******************************* DESLIGAMENTOS POR MOTIVO
       0320-IMPRIMIR-DEPTO.
           IF WRK-DP-INICIAL (WRK-DP-IDX) > ZERO
              OR WRK-DP-FINAL (WRK-DP-IDX) > ZERO
              OR WRK-DP-ADMISSOES (WRK-DP-IDX) > ZERO
              OR WRK-DP-DESLIGAMENTOS (WRK-DP-IDX) > ZERO
              OR WRK-DP-TRANSF-SAIDA (WRK-DP-IDX) > ZERO
               MOVE WRK-DP-INICIAL (WRK-DP-IDX) TO WRK-CALC-INICIAL
               MOVE WRK-DP-ADMISSOES (WRK-DP-IDX)
                   TO WRK-CALC-ADMISSOES
               MOVE WRK-DP-DESLIGAMENTOS (WRK-DP-IDX)
                   TO WRK-CALC-DESLIGAMENTOS
               MOVE WRK-DP-DESLIG-90 (WRK-DP-IDX) TO WRK-CALC-DESLIG-90
               MOVE WRK-DP-FINAL (WRK-DP-IDX) TO WRK-CALC-FINAL
               MOVE WRK-DP-MESES-CASA (WRK-DP-IDX)
                   TO WRK-CALC-MESES-CASA
               PERFORM 0400-CALCULAR-INDICADORES
               MOVE WRK-DP-CODIGO (WRK-DP-IDX)  TO REL-DET-DEPTO
               MOVE WRK-DP-NOME (WRK-DP-IDX)    TO REL-DET-NOME
               MOVE WRK-CALC-INICIAL            TO REL-DET-INICIAL
               MOVE WRK-CALC-ADMISSOES          TO REL-DET-ADMISSOES
               MOVE WRK-CALC-DESLIGAMENTOS      TO REL-DET-DESLIG
               MOVE WRK-DP-TRANSF-ENTRADA (WRK-DP-IDX)
                   TO REL-DET-TR-ENTRADA
               MOVE WRK-DP-TRANSF-SAIDA (WRK-DP-IDX)
                   TO REL-DET-TR-SAIDA
               MOVE WRK-CALC-FINAL              TO REL-DET-FINAL
               MOVE WRK-TURNOVER                TO REL-DET-TURNOVER
               MOVE WRK-TEMPO-MEDIO             TO REL-DET-TEMPO-MEDIO
               MOVE WRK-PERC-90                 TO REL-DET-PERC-90
               MOVE REL-DETALHE TO REL-LINHA
               WRITE REL-LINHA
               PERFORM 0321-IMPRIMIR-MOTIVO
                   VARYING WRK-MT-IDX FROM 1 BY 1
                   UNTIL WRK-MT-IDX > WRK-QTDE-MOTIVOS
           END-IF.

       0321-IMPRIMIR-MOTIVO.
           IF WRK-MT-DEPTO (WRK-MT-IDX) = WRK-DP-CODIGO (WRK-DP-IDX)
               MOVE WRK-MT-MOTIVO (WRK-MT-IDX) TO REL-MOT-MOTIVO
               MOVE WRK-MT-QTDE (WRK-MT-IDX)   TO REL-MOT-QTDE
               MOVE REL-MOTIVO TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       0330-IMPRIMIR-TOTAL.
           MOVE WRK-TOT-INICIAL       TO WRK-CALC-INICIAL.
           MOVE WRK-TOT-ADMISSOES     TO WRK-CALC-ADMISSOES.
           MOVE WRK-TOT-DESLIGAMENTOS TO WRK-CALC-DESLIGAMENTOS.
           MOVE WRK-TOT-DESLIG-90     TO WRK-CALC-DESLIG-90.
           MOVE WRK-TOT-FINAL         TO WRK-CALC-FINAL.
           MOVE WRK-TOT-MESES-CASA    TO WRK-CALC-MESES-CASA.
           PERFORM 0400-CALCULAR-INDICADORES.
           MOVE WRK-TOT-INICIAL        TO REL-TOT-INICIAL.
           MOVE WRK-TOT-ADMISSOES      TO REL-TOT-ADMISSOES.
           MOVE WRK-TOT-DESLIGAMENTOS  TO REL-TOT-DESLIG.
           MOVE WRK-TOT-TRANSFERENCIAS TO REL-TOT-TR-ENTRADA.
           MOVE WRK-TOT-TRANSFERENCIAS TO REL-TOT-TR-SAIDA.
           MOVE WRK-TOT-FINAL          TO REL-TOT-FINAL.
           MOVE WRK-TURNOVER           TO REL-TOT-TURNOVER.
           MOVE WRK-TEMPO-MEDIO        TO REL-TOT-TEMPO-MEDIO.
           MOVE WRK-PERC-90            TO REL-TOT-PERC-90.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************* PAGINA DA TENDENCIA, DO MES MAIS
      ******************************* ANTIGO AO DE REFERENCIA
       0340-IMPRIMIR-TENDENCIA.
           MOVE WRK-ANOMES TO REL-CAB-TD-ANOMES.
           MOVE REL-CAB-TENDENCIA TO REL-LINHA.
           WRITE REL-LINHA AFTER ADVANCING PAGE.
           MOVE REL-TITULOS-TENDENCIA TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0341-IMPRIMIR-MES
               VARYING WRK-TD-IDX FROM 1 BY 1
               UNTIL WRK-TD-IDX > 12.

       0341-IMPRIMIR-MES.
           MOVE WRK-TD-INICIAL (WRK-TD-IDX)   TO WRK-CALC-INICIAL.
           MOVE WRK-TD-ADMISSOES (WRK-TD-IDX) TO WRK-CALC-ADMISSOES.
           MOVE WRK-TD-DESLIGAMENTOS (WRK-TD-IDX)
               TO WRK-CALC-DESLIGAMENTOS.
           MOVE WRK-TD-DESLIG-90 (WRK-TD-IDX) TO WRK-CALC-DESLIG-90.
           MOVE WRK-TD-FINAL (WRK-TD-IDX)     TO WRK-CALC-FINAL.
           MOVE ZERO TO WRK-CALC-MESES-CASA.
           PERFORM 0400-CALCULAR-INDICADORES.
           MOVE WRK-TD-ANOMES (WRK-TD-IDX)    TO REL-TD-ANOMES.
           MOVE WRK-CALC-INICIAL              TO REL-TD-INICIAL.
           MOVE WRK-CALC-ADMISSOES            TO REL-TD-ADMISSOES.
           MOVE WRK-CALC-DESLIGAMENTOS        TO REL-TD-DESLIG.
           MOVE WRK-TD-TRANSFERENCIAS (WRK-TD-IDX) TO REL-TD-TRANSF.
           MOVE WRK-CALC-FINAL                TO REL-TD-FINAL.
           MOVE WRK-TURNOVER                  TO REL-TD-TURNOVER.
           MOVE WRK-PERC-90                   TO REL-TD-PERC-90.
           MOVE REL-DET-TENDENCIA TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************* TURNOVER = MEDIA DE ADMISSOES E
      ******************************* DESLIGAMENTOS SOBRE O QUADRO
      ******************************* MEDIO DO MES; TEMPO MEDIO DE CASA
      ******************************* DO QUADRO FINAL EM MESES;
      ******************************* PERCENTUAL DOS DESLIGADOS COM ATE
      ******************************* 90 DIAS DE CASA
       0400-CALCULAR-INDICADORES.
           MOVE ZERO TO WRK-TURNOVER.
           MOVE ZERO TO WRK-TEMPO-MEDIO.
           MOVE ZERO TO WRK-PERC-90.
           IF WRK-CALC-INICIAL + WRK-CALC-FINAL > ZERO
               COMPUTE WRK-TURNOVER ROUNDED =
                   ((WRK-CALC-ADMISSOES + WRK-CALC-DESLIGAMENTOS) / 2)
                   / ((WRK-CALC-INICIAL + WRK-CALC-FINAL) / 2) * 100
           END-IF.
           IF WRK-CALC-FINAL > ZERO
               COMPUTE WRK-TEMPO-MEDIO ROUNDED =
                   WRK-CALC-MESES-CASA / WRK-CALC-FINAL
           END-IF.
           IF WRK-CALC-DESLIGAMENTOS > ZERO
               COMPUTE WRK-PERC-90 ROUNDED =
                   WRK-CALC-DESLIG-90 * 100 / WRK-CALC-DESLIGAMENTOS
           END-IF.
