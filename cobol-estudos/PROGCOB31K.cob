       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB31K.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: CONFERENCIA DE VARIACAO DA FOLHA ANTES DA LIBERACAO
      *           DA REMESSA BANCARIA - COMPARA O BRUTO E O LIQUIDO DE
      *           CADA FUNCIONARIO DO LIQFOLHA DO MES COM O DO MES
      *           ANTERIOR (LIQFOLAN, GUARDADO PELO PROGCOB31N) E
      *           SINALIZA NO RELATORIO (RELVARFO) A VARIACAO ACIMA DO
      *           PERCENTUAL DO PARAMETRO (VARFPAR), O FUNCIONARIO NOVO
      *           OU AUSENTE, O LIQUIDO ZERADO OU NEGATIVO E O TOTAL DE
      *           DEPARTAMENTO ACIMA DO PERCENTUAL PROPRIO. O SUPERVISOR
      *           DA FOLHA (ATIVO E COM A AUTORIZACAO DE FOLHA NO
      *           OPERTAB) REVISA CADA PENDENCIA; SO COM TODAS LIBERADAS
      *           A REMESSA RETIDA (REMFOLPD) E COPIADA PARA O REMBANCO.
      *           CADA PENDENCIA REVISADA E A LIBERACAO FICAM NO
      *           AUDITLOG
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - O LIQUIDO RECALCULADO DOS COMPONENTES DO
      *                 LIQFOLHA INCLUI O REEMBOLSO DE DESPESAS DO MES
      * 15/10/2026 FM - O REMBANCO LIBERADO PASSA A LEVAR HEADER (TIPO,
      *                 DATA E SEQUENCIA DA ROTINA PROGCOBB) E TRAILER
      *                 (QUANTIDADE E SOMA DOS VALORES) NO LAYOUT
      *                 CPCTLREM, E A LIBERACAO GRAVA OS MESMOS TOTAIS
      *                 NO PAINEL CICLOSTA PARA O VALIDADOR
      *                 PRE-TRANSMISSAO (PROGCOBZ)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES-MASTER ASSIGN TO 'OPERTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WRK-FS-OPER.
           SELECT PARAM-VARIACAO ASSIGN TO 'VARFPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAR.
           SELECT FOLHA-LIQUIDA ASSIGN TO 'LIQFOLHA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIQ.
           SELECT FOLHA-ANTERIOR ASSIGN TO 'LIQFOLAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIQANT.
           SELECT REMESSA-RETIDA ASSIGN TO 'REMFOLPD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMPD.
           SELECT REMESSA-BANCARIA ASSIGN TO 'REMBANCO'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-VARIACAO ASSIGN TO 'RELVARFO'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-CICLO ASSIGN TO 'CICLOSTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CICLO.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-MASTER.
           COPY CPOPERAD.
       FD  PARAM-VARIACAO.
       01  VARFPAR-REGISTRO.
           05  VARFPAR-PCT-FUNCIONARIO   PIC 9(03)V99.
           05  VARFPAR-PCT-DEPARTAMENTO  PIC 9(03)V99.
       FD  FOLHA-LIQUIDA.
           COPY CPLIQFOL.
       FD  FOLHA-ANTERIOR.
       01  LIQANT-LINHA              PIC X(200).
       FD  REMESSA-RETIDA.
       01  REMPD-LINHA               PIC X(43).
       01  REMPD-REGISTRO.
           05  REMPD-MATRICULA       PIC 9(06).
           05  REMPD-NOME            PIC X(20).
           05  REMPD-VALOR           PIC 9(07)V99.
           05  REMPD-DATA            PIC 9(08).
       FD  REMESSA-BANCARIA.
       01  REMB-LINHA                PIC X(43).
       FD  RELATORIO-VARIACAO.
       01  REL-LINHA                 PIC X(120).
       FD  STATUS-CICLO.
           COPY CPCICLO.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-OPER               PIC X(02) VALUE '00'.
       77  WRK-FS-PAR                PIC X(02) VALUE '00'.
       77  WRK-FS-LIQ                PIC X(02) VALUE '00'.
       77  WRK-FS-LIQANT             PIC X(02) VALUE '00'.
       77  WRK-FS-REMPD              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-FS-CICLO              PIC X(02) VALUE '00'.
       77  WRK-HORA-INICIO-CICLO     PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-CONTROLE        PIC 9(13)V99 VALUE ZERO.
           COPY CPCTLREM.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-OPERADOR-OK-SW        PIC X(01) VALUE 'N'.
           88  WRK-OPERADOR-OK           VALUE 'S'.
       77  WRK-CONFERENCIA-SW        PIC X(01) VALUE 'S'.
           88  WRK-CONFERENCIA-OK        VALUE 'S'.
           88  WRK-CONFERENCIA-BLOQUEADA VALUE 'N'.
       77  WRK-BASE-SW               PIC X(01) VALUE 'N'.
           88  WRK-COM-BASE-ANTERIOR     VALUE 'S'.
       77  WRK-EOF-FOLHA-SW          PIC X(01) VALUE 'N'.
           88  WRK-FIM-FOLHA             VALUE 'S'.
       77  WRK-EOF-ANTERIOR-SW       PIC X(01) VALUE 'N'.
           88  WRK-FIM-ANTERIOR          VALUE 'S'.
       77  WRK-EOF-REMESSA-SW        PIC X(01) VALUE 'N'.
           88  WRK-FIM-REMESSA           VALUE 'S'.
       77  WRK-REMESSA-SW            PIC X(01) VALUE 'N'.
           88  WRK-REMESSA-LIBERADA      VALUE 'S'.
       77  WRK-ACIMA-SW              PIC X(01) VALUE 'N'.
           88  WRK-ACIMA-DO-LIMITE       VALUE 'S'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       01  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       01  WRK-ANOMES-R REDEFINES WRK-ANOMES.
           05  WRK-ANO               PIC 9(04).
           05  WRK-MES               PIC 9(02).
       01  WRK-ANOMES-ANTERIOR       PIC 9(06) VALUE ZEROS.
       01  WRK-ANOMES-ANTERIOR-R REDEFINES WRK-ANOMES-ANTERIOR.
           05  WRK-ANT-ANO           PIC 9(04).
           05  WRK-ANT-MES           PIC 9(02).
       77  WRK-PCT-FUNCIONARIO       PIC 9(03)V99 VALUE 20,00.
       77  WRK-PCT-DEPARTAMENTO      PIC 9(03)V99 VALUE 10,00.
       77  WRK-PCT-LIMITE            PIC 9(03)V99 VALUE ZERO.
       77  WRK-VALOR-ANTERIOR        PIC S9(09)V99 VALUE ZERO.
       77  WRK-VALOR-ATUAL           PIC S9(09)V99 VALUE ZERO.
       77  WRK-VARIACAO              PIC S9(05)V99 VALUE ZERO.
       77  WRK-LIQUIDO-CALCULADO     PIC S9(08)V99 VALUE ZERO.
       77  WRK-QTDE-CONFERIDOS       PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-OUTRO-MES        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-RETIDAS          PIC 9(04) VALUE ZERO.
       77  WRK-QTDE-LIBERADAS        PIC 9(04) VALUE ZERO.
       77  WRK-QTDE-SEM-ESPACO       PIC 9(04) VALUE ZERO.
       77  WRK-QTDE-REMESSA          PIC 9(05) VALUE ZERO.
       77  WRK-TOTAL-ANT-LIQUIDO     PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-ATU-LIQUIDO     PIC 9(09)V99 VALUE ZERO.
       77  WRK-RESPOSTA              PIC X(01) VALUE SPACES.
       77  WRK-AUDIT-CHAVE           PIC X(20) VALUE SPACES.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
      *********************************
      * FOLHA DO MES ANTERIOR POR FUNCIONARIO
      *********************************
       77  WRK-AN-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-AN-SW                 PIC X(01) VALUE 'N'.
           88  WRK-AN-ACHOU              VALUE 'S'.
       77  WRK-QTDE-ANTERIOR         PIC 9(04) VALUE ZERO.
       01  WRK-TABELA-ANTERIOR.
           05  WRK-ANTERIOR OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WRK-QTDE-ANTERIOR.
               10  WRK-AN-MATRICULA      PIC 9(06).
               10  WRK-AN-NOME           PIC X(20).
               10  WRK-AN-DEPARTAMENTO   PIC X(04).
               10  WRK-AN-BRUTO          PIC 9(07)V99.
               10  WRK-AN-LIQUIDO        PIC 9(07)V99.
               10  WRK-AN-VISTO          PIC X(01).
      *********************************
      * TOTAIS DE LIQUIDO POR DEPARTAMENTO NOS DOIS MESES
      *********************************
       77  WRK-DP-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-DP-SW                 PIC X(01) VALUE 'N'.
           88  WRK-DP-ACHOU              VALUE 'S'.
       77  WRK-DEPTO-BUSCA           PIC X(04) VALUE SPACES.
       77  WRK-QTDE-DEPTOS           PIC 9(03) VALUE ZERO.
       01  WRK-TABELA-DEPTOS.
           05  WRK-DEPTO OCCURS 1 TO 100 TIMES
                         DEPENDING ON WRK-QTDE-DEPTOS.
               10  WRK-DP-CODIGO         PIC X(04).
               10  WRK-DP-ANT-LIQUIDO    PIC 9(09)V99.
               10  WRK-DP-ATU-LIQUIDO    PIC 9(09)V99.
      *********************************
      * PENDENCIAS PARA A REVISAO DO SUPERVISOR - TIPO F
      * (FUNCIONARIO, CHAVE = MATRICULA) OU D (DEPARTAMENTO)
      *********************************
       77  WRK-PD-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-QTDE-PENDENCIAS       PIC 9(04) VALUE ZERO.
       01  WRK-NOVA-PENDENCIA.
           05  WRK-NP-TIPO           PIC X(01).
           05  WRK-NP-CHAVE          PIC X(06).
           05  WRK-NP-CODIGO         PIC X(02).
           05  WRK-NP-MOTIVO         PIC X(30).
       01  WRK-TABELA-PENDENCIAS.
           05  WRK-PENDENCIA OCCURS 1 TO 2000 TIMES
                             DEPENDING ON WRK-QTDE-PENDENCIAS.
               10  WRK-PD-TIPO           PIC X(01).
               10  WRK-PD-CHAVE          PIC X(06).
               10  WRK-PD-CODIGO         PIC X(02).
               10  WRK-PD-MOTIVO         PIC X(30).
               10  WRK-PD-VALOR-ANTERIOR PIC S9(09)V99.
               10  WRK-PD-VALOR-ATUAL    PIC S9(09)V99.
       01  REL-CABECALHO.
           05  FILLER                PIC X(40) VALUE
               'CONFERENCIA DE VARIACAO DA FOLHA - MES '.
           05  REL-CAB-ANOMES        PIC 9(06).
           05  FILLER                PIC X(17) VALUE
               ' - MES ANTERIOR '.
           05  REL-CAB-ANTERIOR      PIC 9(06).
       01  REL-CABECALHO-LIMITES.
           05  FILLER                PIC X(30) VALUE
               'LIMITE POR FUNCIONARIO (%): '.
           05  REL-LIM-FUNCIONARIO   PIC ZZ9,99.
           05  FILLER                PIC X(32) VALUE
               '   LIMITE POR DEPARTAMENTO (%): '.
           05  REL-LIM-DEPARTAMENTO  PIC ZZ9,99.
       01  REL-TITULO-FUNCIONARIOS.
           05  FILLER                PIC X(60) VALUE
               'MATRIC NOME                 DEPT MOTIVO'.
           05  FILLER                PIC X(60) VALUE
               '            ANTERIOR           ATUAL   VAR %'.
       01  REL-DETALHE.
           05  REL-DET-MATRICULA     PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  REL-DET-NOME          PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  REL-DET-DEPARTAMENTO  PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  REL-DET-MOTIVO        PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  REL-DET-ANTERIOR      PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  REL-DET-ATUAL         PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  REL-DET-VARIACAO      PIC -ZZ9,99.
       01  REL-TITULO-DEPARTAMENTOS.
           05  FILLER                PIC X(60) VALUE
               'DEPT   LIQUIDO ANTERIOR     LIQUIDO ATUAL   VAR %'.
       01  REL-DEPARTAMENTO.
           05  REL-DP-CODIGO         PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  REL-DP-ANTERIOR       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  REL-DP-ATUAL          PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  REL-DP-VARIACAO       PIC -ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  REL-DP-MARCA          PIC X(30).
       01  REL-TOTAL.
           05  FILLER                PIC X(24) VALUE
               'FUNCIONARIOS CONFERIDOS:'.
           05  REL-TOT-CONFERIDOS    PIC ZZ.ZZ9.
           05  FILLER                PIC X(16) VALUE
               '   PENDENCIAS: '.
           05  REL-TOT-PENDENCIAS    PIC Z.ZZ9.
           05  FILLER                PIC X(24) VALUE
               '   LIQUIDO ANTERIOR: '.
           05  REL-TOT-ANTERIOR      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(10) VALUE
               '  ATUAL: '.
           05  REL-TOT-ATUAL         PIC ZZZ.ZZZ.ZZ9,99.
       01  REL-SITUACAO.
           05  FILLER                PIC X(20) VALUE
               'SITUACAO DA REMESSA:'.
           05  REL-SIT-TEXTO         PIC X(40).
           05  FILLER                PIC X(21) VALUE
               ' - PENDENCIAS RETIDAS'.
           05  FILLER                PIC X(02) VALUE ': '.
           05  REL-SIT-RETIDAS       PIC Z.ZZ9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-CONFERENCIA-OK
               PERFORM 0200-CONFERIR-FOLHA
                   UNTIL WRK-FIM-FOLHA
               PERFORM 0250-CONFERIR-AUSENTES
               PERFORM 0260-CONFERIR-DEPARTAMENTOS
               PERFORM 0270-IMPRIMIR-TOTAIS
               PERFORM 0280-REVISAR-PENDENCIAS
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-INICIO-CICLO FROM TIME.
           DISPLAY 'ID DO SUPERVISOR DA FOLHA..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'MES DA FOLHA (AAAAMM)..'.
           ACCEPT WRK-ANOMES FROM CONSOLE.
           OPEN INPUT OPERADORES-MASTER.
           PERFORM 0110-VALIDAR-OPERADOR.
           CLOSE OPERADORES-MASTER.
           PERFORM 0120-CARREGAR-PARAMETROS.
           PERFORM 0130-CARREGAR-MES-ANTERIOR.
           OPEN INPUT FOLHA-LIQUIDA.
           IF WRK-FS-LIQ NOT = '00'
               DISPLAY 'FOLHA LIQUIDA (LIQFOLHA) INDISPONIVEL'
               MOVE 'LIQFOLHA INDISPONIVEL' TO WRK-AUDIT-RESULTADO
               SET WRK-CONFERENCIA-BLOQUEADA TO TRUE
           ELSE
               PERFORM 0140-LER-FOLHA
               IF WRK-FIM-FOLHA OR LIQFOL-ANOMES NOT = WRK-ANOMES
                   DISPLAY 'LIQFOLHA VAZIO OU DE OUTRO MES - RODAR O '
                           'PROGCOB31N DO MES ' WRK-ANOMES
                   MOVE 'LIQFOLHA DE OUTRO MES' TO WRK-AUDIT-RESULTADO
                   SET WRK-CONFERENCIA-BLOQUEADA TO TRUE
               END-IF
           END-IF.
           OPEN INPUT REMESSA-RETIDA.
           IF WRK-FS-REMPD NOT = '00'
               DISPLAY 'REMESSA RETIDA (REMFOLPD) INDISPONIVEL'
               MOVE 'REMFOLPD INDISPONIVEL' TO WRK-AUDIT-RESULTADO
               SET WRK-CONFERENCIA-BLOQUEADA TO TRUE
           ELSE
               CLOSE REMESSA-RETIDA
           END-IF.
           IF WRK-CONFERENCIA-BLOQUEADA
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT RELATORIO-VARIACAO.
           MOVE WRK-ANOMES          TO REL-CAB-ANOMES.
           MOVE WRK-ANOMES-ANTERIOR TO REL-CAB-ANTERIOR.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-PCT-FUNCIONARIO  TO REL-LIM-FUNCIONARIO.
           MOVE WRK-PCT-DEPARTAMENTO TO REL-LIM-DEPARTAMENTO.
           MOVE REL-CABECALHO-LIMITES TO REL-LINHA.
           WRITE REL-LINHA.
           IF NOT WRK-COM-BASE-ANTERIOR
               MOVE 'SEM FOLHA DO MES ANTERIOR (LIQFOLAN)' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-TITULO-FUNCIONARIOS TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************* SO O SUPERVISOR ATIVO E COM A
      ******************************* AUTORIZACAO DE FOLHA PODE
      ******************************* LIBERAR A REMESSA
       0110-VALIDAR-OPERADOR.
           MOVE 'N' TO WRK-OPERADOR-OK-SW.
           MOVE WRK-OPERADOR TO OPER-ID.
           READ OPERADORES-MASTER
               INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO NO OPERTAB'
               NOT INVALID KEY
                   IF OPER-STATUS-ATIVO
                      AND OPER-AUTORIZADO-FOLHA
                       SET WRK-OPERADOR-OK TO TRUE
                   ELSE
                       DISPLAY 'OPERADOR INATIVO OU SEM AUTORIZACAO '
                               'DE FOLHA'
                   END-IF
           END-READ.

      ******************************* PERCENTUAIS DE VARIACAO ACEITOS;
      ******************************* SEM PARAMETRO VALEM OS PADROES
       0120-CARREGAR-PARAMETROS.
           OPEN INPUT PARAM-VARIACAO.
           IF WRK-FS-PAR = '00'
               READ PARAM-VARIACAO
                   AT END CONTINUE
               END-READ
               IF WRK-FS-PAR = '00'
                   IF VARFPAR-PCT-FUNCIONARIO > ZERO
                       MOVE VARFPAR-PCT-FUNCIONARIO
                           TO WRK-PCT-FUNCIONARIO
                   END-IF
                   IF VARFPAR-PCT-DEPARTAMENTO > ZERO
                       MOVE VARFPAR-PCT-DEPARTAMENTO
                           TO WRK-PCT-DEPARTAMENTO
                   END-IF
               END-IF
               CLOSE PARAM-VARIACAO
           END-IF.

      ******************************* GUARDA O BRUTO E O LIQUIDO DO MES
      ******************************* ANTERIOR POR FUNCIONARIO E O
      ******************************* LIQUIDO POR DEPARTAMENTO
       0130-CARREGAR-MES-ANTERIOR.
           MOVE WRK-ANOMES TO WRK-ANOMES-ANTERIOR.
           IF WRK-ANT-MES = 1
               MOVE 12 TO WRK-ANT-MES
               SUBTRACT 1 FROM WRK-ANT-ANO
           ELSE
               SUBTRACT 1 FROM WRK-ANT-MES
           END-IF.
           OPEN INPUT FOLHA-ANTERIOR.
           IF WRK-FS-LIQANT = '00'
               PERFORM 0131-LER-ANTERIOR
               PERFORM 0132-GUARDAR-ANTERIOR
                   UNTIL WRK-FIM-ANTERIOR
               CLOSE FOLHA-ANTERIOR
           END-IF.
           IF WRK-QTDE-ANTERIOR > ZERO
               SET WRK-COM-BASE-ANTERIOR TO TRUE
           ELSE
               DISPLAY 'SEM FOLHA DO MES ANTERIOR (LIQFOLAN) - SO O '
                       'LIQUIDO ZERADO OU NEGATIVO E CONFERIDO'
           END-IF.
           IF WRK-QTDE-OUTRO-MES > ZERO
               DISPLAY 'LIQFOLAN COM ' WRK-QTDE-OUTRO-MES
                       ' REGISTROS DE OUTRO MES - DESCONSIDERADOS'
           END-IF.

       0131-LER-ANTERIOR.
           READ FOLHA-ANTERIOR
               AT END SET WRK-FIM-ANTERIOR TO TRUE
           END-READ.

       0132-GUARDAR-ANTERIOR.
           MOVE LIQANT-LINHA TO LIQFOL-REGISTRO.
           IF LIQFOL-ANOMES NOT = WRK-ANOMES-ANTERIOR
               ADD 1 TO WRK-QTDE-OUTRO-MES
           ELSE
               IF WRK-QTDE-ANTERIOR < 2000
                   ADD 1 TO WRK-QTDE-ANTERIOR
                   MOVE LIQFOL-MATRICULA
                       TO WRK-AN-MATRICULA (WRK-QTDE-ANTERIOR)
                   MOVE LIQFOL-NOME
                       TO WRK-AN-NOME (WRK-QTDE-ANTERIOR)
                   MOVE LIQFOL-DEPARTAMENTO
                       TO WRK-AN-DEPARTAMENTO (WRK-QTDE-ANTERIOR)
                   MOVE LIQFOL-BRUTO
                       TO WRK-AN-BRUTO (WRK-QTDE-ANTERIOR)
                   MOVE LIQFOL-LIQUIDO
                       TO WRK-AN-LIQUIDO (WRK-QTDE-ANTERIOR)
                   MOVE 'N' TO WRK-AN-VISTO (WRK-QTDE-ANTERIOR)
               END-IF
               ADD LIQFOL-LIQUIDO TO WRK-TOTAL-ANT-LIQUIDO
               MOVE LIQFOL-DEPARTAMENTO TO WRK-DEPTO-BUSCA
               PERFORM 0240-LOCALIZAR-DEPTO
               ADD LIQFOL-LIQUIDO TO WRK-DP-ANT-LIQUIDO (WRK-DP-IDX)
           END-IF.
           PERFORM 0131-LER-ANTERIOR.

       0140-LER-FOLHA.
           READ FOLHA-LIQUIDA
               AT END SET WRK-FIM-FOLHA TO TRUE
           END-READ.

      ******************************* CONFERE CADA FUNCIONARIO DO MES:
      ******************************* LIQUIDO ZERADO OU NEGATIVO
      ******************************* (RECALCULADO DOS COMPONENTES DO
      ******************************* LIQFOLHA), FUNCIONARIO NOVO E
      ******************************* VARIACAO DO BRUTO E DO LIQUIDO
       0200-CONFERIR-FOLHA.
           ADD 1 TO WRK-QTDE-CONFERIDOS.
           ADD LIQFOL-LIQUIDO TO WRK-TOTAL-ATU-LIQUIDO.
           MOVE LIQFOL-DEPARTAMENTO TO WRK-DEPTO-BUSCA.
           PERFORM 0240-LOCALIZAR-DEPTO.
           ADD LIQFOL-LIQUIDO TO WRK-DP-ATU-LIQUIDO (WRK-DP-IDX).
           COMPUTE WRK-LIQUIDO-CALCULADO =
               LIQFOL-BRUTO - LIQFOL-INSS - LIQFOL-IRRF
               - LIQFOL-EMPRESTIMO
               - LIQFOL-VALE-TRANSPORTE - LIQFOL-VALE-REFEICAO
               + LIQFOL-SALARIO-FAMILIA
               + LIQFOL-PLR - LIQFOL-IRRF-PLR
               + LIQFOL-REEMBOLSO.
           MOVE ZERO TO WRK-VALOR-ANTERIOR.
           MOVE WRK-LIQUIDO-CALCULADO TO WRK-VALOR-ATUAL.
           MOVE ZERO TO WRK-VARIACAO.
           IF WRK-LIQUIDO-CALCULADO < ZERO
               MOVE 'NG' TO WRK-NP-CODIGO
               MOVE 'LIQUIDO NEGATIVO' TO WRK-NP-MOTIVO
               PERFORM 0215-PENDENCIA-FUNCIONARIO
           END-IF.
           IF WRK-LIQUIDO-CALCULADO = ZERO
               MOVE 'ZR' TO WRK-NP-CODIGO
               MOVE 'LIQUIDO ZERADO' TO WRK-NP-MOTIVO
               PERFORM 0215-PENDENCIA-FUNCIONARIO
           END-IF.
           IF WRK-COM-BASE-ANTERIOR
               PERFORM 0210-COMPARAR-MES-ANTERIOR
           END-IF.
           PERFORM 0140-LER-FOLHA.

       0210-COMPARAR-MES-ANTERIOR.
           MOVE 'N' TO WRK-AN-SW.
           PERFORM 0211-LOCALIZAR-ANTERIOR
               VARYING WRK-AN-IDX FROM 1 BY 1
               UNTIL WRK-AN-IDX > WRK-QTDE-ANTERIOR
                  OR WRK-AN-ACHOU.
           IF NOT WRK-AN-ACHOU
               MOVE ZERO TO WRK-VALOR-ANTERIOR
               MOVE LIQFOL-LIQUIDO TO WRK-VALOR-ATUAL
               MOVE ZERO TO WRK-VARIACAO
               MOVE 'NV' TO WRK-NP-CODIGO
               MOVE 'FUNCIONARIO NOVO NA FOLHA' TO WRK-NP-MOTIVO
               PERFORM 0215-PENDENCIA-FUNCIONARIO
           ELSE
               SUBTRACT 1 FROM WRK-AN-IDX
               MOVE 'S' TO WRK-AN-VISTO (WRK-AN-IDX)
               MOVE WRK-PCT-FUNCIONARIO TO WRK-PCT-LIMITE
               MOVE WRK-AN-BRUTO (WRK-AN-IDX) TO WRK-VALOR-ANTERIOR
               MOVE LIQFOL-BRUTO TO WRK-VALOR-ATUAL
               PERFORM 0230-CALCULAR-VARIACAO
               IF WRK-ACIMA-DO-LIMITE
                   MOVE 'BR' TO WRK-NP-CODIGO
                   MOVE 'BRUTO VARIOU ACIMA DO LIMITE'
                       TO WRK-NP-MOTIVO
                   PERFORM 0215-PENDENCIA-FUNCIONARIO
               END-IF
               MOVE WRK-AN-LIQUIDO (WRK-AN-IDX) TO WRK-VALOR-ANTERIOR
               MOVE LIQFOL-LIQUIDO TO WRK-VALOR-ATUAL
               PERFORM 0230-CALCULAR-VARIACAO
               IF WRK-ACIMA-DO-LIMITE
                   MOVE 'LQ' TO WRK-NP-CODIGO
                   MOVE 'LIQUIDO VARIOU ACIMA DO LIMITE'
                       TO WRK-NP-MOTIVO
                   PERFORM 0215-PENDENCIA-FUNCIONARIO
               END-IF
           END-IF.

       0211-LOCALIZAR-ANTERIOR.
           IF WRK-AN-MATRICULA (WRK-AN-IDX) = LIQFOL-MATRICULA
               SET WRK-AN-ACHOU TO TRUE
           END-IF.

      ******************************* PENDENCIA DO FUNCIONARIO DO MES:
      ******************************* GUARDA PARA A REVISAO E IMPRIME
       0215-PENDENCIA-FUNCIONARIO.
           MOVE 'F' TO WRK-NP-TIPO.
           MOVE LIQFOL-MATRICULA TO WRK-NP-CHAVE.
           PERFORM 0220-GUARDAR-PENDENCIA.
           MOVE LIQFOL-MATRICULA    TO REL-DET-MATRICULA.
           MOVE LIQFOL-NOME         TO REL-DET-NOME.
           MOVE LIQFOL-DEPARTAMENTO TO REL-DET-DEPARTAMENTO.
           PERFORM 0225-IMPRIMIR-PENDENCIA.

      ******************************* TABELA CHEIA: A PENDENCIA SO E
      ******************************* CONTADA E A REMESSA FICA RETIDA
       0220-GUARDAR-PENDENCIA.
           IF WRK-QTDE-PENDENCIAS < 2000
               ADD 1 TO WRK-QTDE-PENDENCIAS
               MOVE WRK-NP-TIPO
                   TO WRK-PD-TIPO (WRK-QTDE-PENDENCIAS)
               MOVE WRK-NP-CHAVE
                   TO WRK-PD-CHAVE (WRK-QTDE-PENDENCIAS)
               MOVE WRK-NP-CODIGO
                   TO WRK-PD-CODIGO (WRK-QTDE-PENDENCIAS)
               MOVE WRK-NP-MOTIVO
                   TO WRK-PD-MOTIVO (WRK-QTDE-PENDENCIAS)
               MOVE WRK-VALOR-ANTERIOR
                   TO WRK-PD-VALOR-ANTERIOR (WRK-QTDE-PENDENCIAS)
               MOVE WRK-VALOR-ATUAL
                   TO WRK-PD-VALOR-ATUAL (WRK-QTDE-PENDENCIAS)
           ELSE
               ADD 1 TO WRK-QTDE-SEM-ESPACO
           END-IF.

       0225-IMPRIMIR-PENDENCIA.
           MOVE WRK-NP-MOTIVO      TO REL-DET-MOTIVO.
           MOVE WRK-VALOR-ANTERIOR TO REL-DET-ANTERIOR.
           MOVE WRK-VALOR-ATUAL    TO REL-DET-ATUAL.
           MOVE WRK-VARIACAO       TO REL-DET-VARIACAO.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************* VARIACAO PERCENTUAL DO VALOR
      ******************************* ATUAL SOBRE O ANTERIOR; SAIR DE
      ******************************* ZERO PARA UM VALOR E SEMPRE
      ******************************* ACIMA DO LIMITE
       0230-CALCULAR-VARIACAO.
           MOVE 'N' TO WRK-ACIMA-SW.
           IF WRK-VALOR-ANTERIOR = ZERO
               IF WRK-VALOR-ATUAL = ZERO
                   MOVE ZERO TO WRK-VARIACAO
               ELSE
                   MOVE 999,99 TO WRK-VARIACAO
                   SET WRK-ACIMA-DO-LIMITE TO TRUE
               END-IF
           ELSE
               COMPUTE WRK-VARIACAO ROUNDED =
                   (WRK-VALOR-ATUAL - WRK-VALOR-ANTERIOR) * 100
                   / WRK-VALOR-ANTERIOR
                   ON SIZE ERROR
                       MOVE 999,99 TO WRK-VARIACAO
               END-COMPUTE
               IF FUNCTION ABS(WRK-VARIACAO) > WRK-PCT-LIMITE
                   SET WRK-ACIMA-DO-LIMITE TO TRUE
               END-IF
           END-IF.

      ******************************* DEPARTAMENTO NOVO ENTRA NA TABELA;
      ******************************* COM A TABELA CHEIA O ULTIMO
      ******************************* DEPARTAMENTO ABSORVE O EXCESSO
       0240-LOCALIZAR-DEPTO.
           MOVE 'N' TO WRK-DP-SW.
           PERFORM 0241-COMPARAR-DEPTO
               VARYING WRK-DP-IDX FROM 1 BY 1
               UNTIL WRK-DP-IDX > WRK-QTDE-DEPTOS
                  OR WRK-DP-ACHOU.
           IF WRK-DP-ACHOU
               SUBTRACT 1 FROM WRK-DP-IDX
           ELSE
               IF WRK-QTDE-DEPTOS < 100
                   ADD 1 TO WRK-QTDE-DEPTOS
                   MOVE WRK-DEPTO-BUSCA
                       TO WRK-DP-CODIGO (WRK-QTDE-DEPTOS)
                   MOVE ZERO TO WRK-DP-ANT-LIQUIDO (WRK-QTDE-DEPTOS)
                   MOVE ZERO TO WRK-DP-ATU-LIQUIDO (WRK-QTDE-DEPTOS)
               END-IF
               MOVE WRK-QTDE-DEPTOS TO WRK-DP-IDX
           END-IF.

       0241-COMPARAR-DEPTO.
           IF WRK-DP-CODIGO (WRK-DP-IDX) = WRK-DEPTO-BUSCA
               SET WRK-DP-ACHOU TO TRUE
           END-IF.

      ******************************* FUNCIONARIO PAGO NO MES ANTERIOR
      ******************************* QUE NAO ESTA NA FOLHA DO MES
       0250-CONFERIR-AUSENTES.
           IF WRK-COM-BASE-ANTERIOR
               PERFORM 0251-CONFERIR-AUSENTE
                   VARYING WRK-AN-IDX FROM 1 BY 1
                   UNTIL WRK-AN-IDX > WRK-QTDE-ANTERIOR
           END-IF.

       0251-CONFERIR-AUSENTE.
           IF WRK-AN-VISTO (WRK-AN-IDX) = 'N'
               MOVE 'F' TO WRK-NP-TIPO
               MOVE WRK-AN-MATRICULA (WRK-AN-IDX) TO WRK-NP-CHAVE
               MOVE 'AU' TO WRK-NP-CODIGO
               MOVE 'FUNCIONARIO AUSENTE NA FOLHA' TO WRK-NP-MOTIVO
               MOVE WRK-AN-LIQUIDO (WRK-AN-IDX) TO WRK-VALOR-ANTERIOR
               MOVE ZERO TO WRK-VALOR-ATUAL
               MOVE -100 TO WRK-VARIACAO
               PERFORM 0220-GUARDAR-PENDENCIA
               MOVE WRK-AN-MATRICULA (WRK-AN-IDX) TO REL-DET-MATRICULA
               MOVE WRK-AN-NOME (WRK-AN-IDX) TO REL-DET-NOME
               MOVE WRK-AN-DEPARTAMENTO (WRK-AN-IDX)
                   TO REL-DET-DEPARTAMENTO
               PERFORM 0225-IMPRIMIR-PENDENCIA
           END-IF.

      ******************************* TOTAL DE LIQUIDO POR DEPARTAMENTO
      ******************************* NOS DOIS MESES, COM O PERCENTUAL
      ******************************* PROPRIO DE DEPARTAMENTO
       0260-CONFERIR-DEPARTAMENTOS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-TITULO-DEPARTAMENTOS TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-PCT-DEPARTAMENTO TO WRK-PCT-LIMITE.
           PERFORM 0261-CONFERIR-DEPTO
               VARYING WRK-DP-IDX FROM 1 BY 1
               UNTIL WRK-DP-IDX > WRK-QTDE-DEPTOS.

       0261-CONFERIR-DEPTO.
           MOVE WRK-DP-ANT-LIQUIDO (WRK-DP-IDX) TO WRK-VALOR-ANTERIOR.
           MOVE WRK-DP-ATU-LIQUIDO (WRK-DP-IDX) TO WRK-VALOR-ATUAL.
           PERFORM 0230-CALCULAR-VARIACAO.
           MOVE WRK-DP-CODIGO (WRK-DP-IDX) TO REL-DP-CODIGO.
           MOVE WRK-VALOR-ANTERIOR TO REL-DP-ANTERIOR.
           MOVE WRK-VALOR-ATUAL    TO REL-DP-ATUAL.
           MOVE WRK-VARIACAO       TO REL-DP-VARIACAO.
           MOVE SPACES TO REL-DP-MARCA.
           IF WRK-ACIMA-DO-LIMITE AND WRK-COM-BASE-ANTERIOR
               MOVE 'D' TO WRK-NP-TIPO
               MOVE WRK-DP-CODIGO (WRK-DP-IDX) TO WRK-NP-CHAVE
               MOVE 'DP' TO WRK-NP-CODIGO
               MOVE 'TOTAL DO DEPTO ACIMA DO LIMITE' TO WRK-NP-MOTIVO
               PERFORM 0220-GUARDAR-PENDENCIA
               MOVE WRK-NP-MOTIVO TO REL-DP-MARCA
           END-IF.
           MOVE REL-DEPARTAMENTO TO REL-LINHA.
           WRITE REL-LINHA.

       0270-IMPRIMIR-TOTAIS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTDE-CONFERIDOS TO REL-TOT-CONFERIDOS.
           COMPUTE REL-TOT-PENDENCIAS =
               WRK-QTDE-PENDENCIAS + WRK-QTDE-SEM-ESPACO.
           MOVE WRK-TOTAL-ANT-LIQUIDO TO REL-TOT-ANTERIOR.
           MOVE WRK-TOTAL-ATU-LIQUIDO TO REL-TOT-ATUAL.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************* O SUPERVISOR LIBERA OU RETEM
      ******************************* CADA PENDENCIA; QUALQUER UMA
      ******************************* RETIDA SEGURA A REMESSA INTEIRA
       0280-REVISAR-PENDENCIAS.
           IF NOT WRK-OPERADOR-OK
               MOVE 'OPERADOR NAO AUTORIZADO' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QTDE-SEM-ESPACO > ZERO
                   DISPLAY 'PENDENCIAS ALEM DO LIMITE DA TABELA: '
                           WRK-QTDE-SEM-ESPACO
                           ' - CORRIGIR A FOLHA E CONFERIR DE NOVO'
                   MOVE 'PENDENCIAS ALEM DO LIMITE'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0281-REVISAR-PENDENCIA
                       VARYING WRK-PD-IDX FROM 1 BY 1
                       UNTIL WRK-PD-IDX > WRK-QTDE-PENDENCIAS
                   IF WRK-QTDE-RETIDAS = ZERO
                       PERFORM 0290-LIBERAR-REMESSA
                   ELSE
                       MOVE 'REMESSA DA FOLHA RETIDA'
                           TO WRK-AUDIT-RESULTADO
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       0281-REVISAR-PENDENCIA.
           DISPLAY '----------------'.
           IF WRK-PD-TIPO (WRK-PD-IDX) = 'D'
               DISPLAY 'DEPARTAMENTO: ' WRK-PD-CHAVE (WRK-PD-IDX)
           ELSE
               DISPLAY 'MATRICULA...: ' WRK-PD-CHAVE (WRK-PD-IDX)
           END-IF.
           DISPLAY 'PENDENCIA...: ' WRK-PD-MOTIVO (WRK-PD-IDX).
           MOVE WRK-PD-VALOR-ANTERIOR (WRK-PD-IDX) TO REL-DET-ANTERIOR.
           MOVE WRK-PD-VALOR-ATUAL (WRK-PD-IDX) TO REL-DET-ATUAL.
           DISPLAY 'ANTERIOR....: ' REL-DET-ANTERIOR
                   '  ATUAL: ' REL-DET-ATUAL.
           DISPLAY 'LIBERA A PENDENCIA (S/N)..'.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           MOVE SPACES TO WRK-AUDIT-CHAVE.
           MOVE WRK-ANOMES TO WRK-AUDIT-CHAVE (01:06).
           MOVE WRK-PD-TIPO (WRK-PD-IDX) TO WRK-AUDIT-CHAVE (08:01).
           MOVE WRK-PD-CHAVE (WRK-PD-IDX) TO WRK-AUDIT-CHAVE (10:06).
           MOVE WRK-PD-CODIGO (WRK-PD-IDX) TO WRK-AUDIT-CHAVE (17:02).
           IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
               ADD 1 TO WRK-QTDE-LIBERADAS
               MOVE 'PENDENCIA LIBERADA' TO WRK-AUDIT-RESULTADO
           ELSE
               ADD 1 TO WRK-QTDE-RETIDAS
               MOVE 'PENDENCIA RETIDA' TO WRK-AUDIT-RESULTADO
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.

      ******************************* COPIA A REMESSA RETIDA PARA O
      ******************************* REMBANCO, ENTRE O HEADER E O
      ******************************* TRAILER DE CONTROLE (CPCTLREM)
       0290-LIBERAR-REMESSA.
           OPEN INPUT REMESSA-RETIDA.
           OPEN OUTPUT REMESSA-BANCARIA.
           PERFORM 0293-GRAVAR-HEADER.
           PERFORM 0291-LER-REMESSA.
           PERFORM 0292-COPIAR-REMESSA
               UNTIL WRK-FIM-REMESSA.
           PERFORM 0294-GRAVAR-TRAILER.
           CLOSE REMESSA-RETIDA.
           CLOSE REMESSA-BANCARIA.
           PERFORM 0295-GRAVAR-STATUS-CICLO.
           SET WRK-REMESSA-LIBERADA TO TRUE.
           MOVE 'REMESSA DA FOLHA LIBERADA' TO WRK-AUDIT-RESULTADO.
           IF WRK-QTDE-PENDENCIAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       0291-LER-REMESSA.
           READ REMESSA-RETIDA
               AT END SET WRK-FIM-REMESSA TO TRUE
           END-READ.

       0292-COPIAR-REMESSA.
           MOVE REMPD-LINHA TO REMB-LINHA.
           WRITE REMB-LINHA.
           ADD 1 TO WRK-QTDE-REMESSA.
           ADD REMPD-VALOR TO WRK-TOTAL-CONTROLE.
           PERFORM 0291-LER-REMESSA.

      ******************************* HEADER COM A SEQUENCIA DA
      ******************************* REMESSA (ROTINA PROGCOBB)
       0293-GRAVAR-HEADER.
           INITIALIZE CTLREM-REGISTRO.
           MOVE 'REMBANCO'   TO CTLREM-ARQUIVO.
           MOVE 'PROGCOB31K' TO CTLREM-PROGRAMA.
           CALL 'PROGCOBB' USING CTLREM-REGISTRO.
           WRITE REMB-LINHA FROM CTLREM-REGISTRO.

      ******************************* TRAILER COM A QUANTIDADE DE
      ******************************* DETALHES E A SOMA DOS VALORES
       0294-GRAVAR-TRAILER.
           INITIALIZE CTLREM-REGISTRO.
           SET CTLREM-TRAILER TO TRUE.
           MOVE 'REMBANCO'         TO CTLREM-ARQUIVO.
           MOVE WRK-QTDE-REMESSA   TO CTLREM-QTDE-REGISTROS.
           MOVE WRK-TOTAL-CONTROLE TO CTLREM-TOTAL-CONTROLE.
           WRITE REMB-LINHA FROM CTLREM-REGISTRO.

      ******************************* TOTAIS DE CONTROLE DA REMESSA NO
      ******************************* PAINEL CICLOSTA, CONFERIDOS PELO
      ******************************* VALIDADOR PROGCOBZ ANTES DA
      ******************************* TRANSMISSAO (PROGRAMA CHAMADO
      ******************************* SO PELO MENU, FORA DOS FLUXOS)
       0295-GRAVAR-STATUS-CICLO.
           OPEN EXTEND STATUS-CICLO.
           IF WRK-FS-CICLO = '35'
               OPEN OUTPUT STATUS-CICLO
               CLOSE STATUS-CICLO
               OPEN EXTEND STATUS-CICLO
           END-IF.
           INITIALIZE CICLO-REGISTRO.
           MOVE 'MENU'       TO CICLO-STEP.
           MOVE 'PROGCOB31K' TO CICLO-PROGRAMA.
           ACCEPT CICLO-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO-CICLO TO CICLO-HORA-INICIO.
           ACCEPT CICLO-HORA-FIM FROM TIME.
           MOVE RETURN-CODE TO CICLO-RETURN-CODE.
           MOVE WRK-QTDE-REMESSA TO CICLO-QTDE-REGISTROS.
           MOVE 'REMESSA DA FOLHA LIBERADA NO REMBANCO'
               TO CICLO-RESULTADO.
           MOVE 'REMBANCO' TO CICLO-ARQUIVO.
           MOVE WRK-TOTAL-CONTROLE TO CICLO-TOTAL-CONTROLE.
           WRITE CICLO-REGISTRO.
           CLOSE STATUS-CICLO.

       0300-FINALIZAR.
           IF WRK-FS-LIQ = '00' OR WRK-FS-LIQ = '10'
               CLOSE FOLHA-LIQUIDA
           END-IF.
           IF WRK-REMESSA-LIBERADA
               MOVE 'LIBERADA NO REMBANCO' TO REL-SIT-TEXTO
           ELSE
               MOVE 'RETIDA NO REMFOLPD' TO REL-SIT-TEXTO
           END-IF.
           MOVE WRK-QTDE-RETIDAS TO REL-SIT-RETIDAS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-SITUACAO TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-VARIACAO.
           MOVE SPACES TO WRK-AUDIT-CHAVE.
           MOVE WRK-ANOMES TO WRK-AUDIT-CHAVE (01:06).
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - CONFERIDOS: '
                   WRK-QTDE-CONFERIDOS ' PENDENCIAS: '
                   WRK-QTDE-PENDENCIAS ' RETIDAS: ' WRK-QTDE-RETIDAS.
           IF WRK-REMESSA-LIBERADA
               DISPLAY 'REMESSA LIBERADA NO REMBANCO - LINHAS: '
                       WRK-QTDE-REMESSA
           ELSE
               DISPLAY 'REMESSA RETIDA NO REMFOLPD'
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
           MOVE 'PROGCOB31K' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-AUDIT-CHAVE TO AUDIT-ENTRADA-CHAVE.
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
