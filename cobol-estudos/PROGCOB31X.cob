       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB31X.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: APURACAO DIARIA DAS OCORRENCIAS DE PONTO - PARA A
      *           DATA INFORMADA (AAAAMMDD, ZERO = HOJE), SE FOR DIA
      *           UTIL NO CALENDARIO (PROGCOBF), CONFERE CADA
      *           FUNCIONARIO ATIVO E NAO AFASTADO (PROGCOBL) CONTRA AS
      *           MARCACOES DO DIA (PONTO) E REGISTRA NO CADASTRO DE
      *           OCORRENCIAS (PONTOEXC) A FALTA, A MARCACAO
      *           INCOMPLETA, O ATRASO NA ENTRADA E A SAIDA ANTECIPADA
      *           ALEM DA TOLERANCIA. IMPRIME NO RELPTEXC AS
      *           OCORRENCIAS DO DIA AGRUPADAS POR DEPARTAMENTO, COM O
      *           GERENTE DO DEPTMAST, PARA O GERENTE ABONAR PELA
      *           JUSTIFICATIVA (PROGCOB31J) ANTES DO FECHAMENTO MENSAL
      *           DAS FALTAS (PROGCOB31M). REEXECUCAO NO MESMO DIA NAO
      *           DUPLICA NEM REABRE OCORRENCIA JA ABONADA
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
           SELECT ARQUIVO-PONTO ASSIGN TO 'PONTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTO.
           SELECT FUNCIONARIOS ASSIGN TO 'FUNCIONARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.
           SELECT DEPARTAMENTO-MASTER ASSIGN TO 'DEPTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPTO-CODIGO
               FILE STATUS IS WRK-FS-DEPTO.
           SELECT OCORRENCIAS-PONTO ASSIGN TO 'PONTOEXC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PTOEXC-CHAVE
               FILE STATUS IS WRK-FS-PTOEXC.
           SELECT RELATORIO-OCORRENCIAS ASSIGN TO 'RELPTEXC'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PONTO.
           COPY CPPONTO.
       FD  FUNCIONARIOS.
           COPY CPFUNC.
       FD  DEPARTAMENTO-MASTER.
           COPY CPDEPTO.
       FD  OCORRENCIAS-PONTO.
           COPY CPPTOEXC.
       FD  RELATORIO-OCORRENCIAS.
       01  REL-LINHA                 PIC X(132).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-PONTO              PIC X(02) VALUE '00'.
       77  WRK-FS-FUNC               PIC X(02) VALUE '00'.
       77  WRK-FS-DEPTO              PIC X(02) VALUE '00'.
       77  WRK-FS-PTOEXC             PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-DATA-APURACAO         PIC 9(08) VALUE ZEROS.
       77  WRK-DIA-UTIL-SW           PIC X(01) VALUE 'S'.
           88  WRK-DIA-UTIL              VALUE 'S'.
      *********************************
      * HORARIO PADRAO E TOLERANCIA - CONSTANTES FIXAS, NA MESMA
      * CONVENCAO DA JORNADA PADRAO DO PROGCOB31B
      *********************************
       77  WRK-HORA-ENTRADA-PADRAO   PIC 9(04) VALUE 0800.
       77  WRK-HORA-SAIDA-PADRAO     PIC 9(04) VALUE 1700.
       77  WRK-TOLERANCIA-MINUTOS    PIC 9(03) VALUE 10.
       01  WRK-HHMM                  PIC 9(04) VALUE ZEROS.
       01  WRK-HHMM-R REDEFINES WRK-HHMM.
           05  WRK-HHMM-HORA         PIC 9(02).
           05  WRK-HHMM-MINUTO       PIC 9(02).
       77  WRK-MINUTOS-DIA           PIC 9(05) VALUE ZERO.
       77  WRK-MIN-ENTRADA-PADRAO    PIC 9(05) VALUE ZERO.
       77  WRK-MIN-SAIDA-PADRAO      PIC 9(05) VALUE ZERO.
       77  WRK-MIN-ENTRADA           PIC 9(05) VALUE ZERO.
       77  WRK-MIN-SAIDA             PIC 9(05) VALUE ZERO.
      ******************************* MARCACOES DO DIA POR MATRICULA
      ******************************* (PRIMEIRA ENTRADA, ULTIMA SAIDA)
       77  WRK-QTDE-MARCACOES        PIC 9(04) VALUE ZERO.
       77  WRK-MC-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-MC-SW                 PIC X(01) VALUE 'N'.
           88  WRK-MC-ACHOU              VALUE 'S'.
       01  WRK-TABELA-MARCACOES.
           05  WRK-MARCACAO-LINHA OCCURS 1 TO 3000 TIMES
                                  DEPENDING ON WRK-QTDE-MARCACOES.
               10  WRK-MC-MATRICULA      PIC 9(06).
               10  WRK-MC-ENTRADA        PIC 9(04).
               10  WRK-MC-SAIDA          PIC 9(04).
               10  WRK-MC-INCOMPLETA-SW  PIC X(01).
                   88  WRK-MC-INCOMPLETA     VALUE 'S'.
      ******************************* DEPARTAMENTOS COM O GERENTE
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
               10  WRK-DP-GERENTE        PIC 9(06).
               10  WRK-DP-NOME-GERENTE   PIC X(20).
               10  WRK-DP-QTDE-OCORR     PIC 9(05).
      ******************************* OCORRENCIAS DO DIA PARA O
      ******************************* RELATORIO
       77  WRK-QTDE-OCORRENCIAS      PIC 9(04) VALUE ZERO.
       77  WRK-OC-IDX                PIC 9(04) VALUE ZERO.
       01  WRK-TABELA-OCORRENCIAS.
           05  WRK-OCORRENCIA-LINHA OCCURS 1 TO 3000 TIMES
                                    DEPENDING ON WRK-QTDE-OCORRENCIAS.
               10  WRK-OC-MATRICULA      PIC 9(06).
               10  WRK-OC-NOME           PIC X(20).
               10  WRK-OC-DEPTO          PIC X(04).
               10  WRK-OC-TIPO           PIC X(01).
               10  WRK-OC-ENTRADA        PIC 9(04).
               10  WRK-OC-SAIDA          PIC 9(04).
               10  WRK-OC-MINUTOS        PIC 9(04).
               10  WRK-OC-STATUS         PIC X(01).
       77  WRK-TIPO-OCORRENCIA       PIC X(01) VALUE SPACES.
       77  WRK-MINUTOS-OCORRENCIA    PIC 9(04) VALUE ZERO.
       77  WRK-QTDE-LIDOS            PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-CONFERIDOS       PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-AFASTADOS        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-FALTAS           PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-INCOMPLETAS      PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-ATRASOS          PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-SAIDAS           PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-NOVAS            PIC 9(05) VALUE ZERO.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
           COPY CPLICPER.
       01  REL-CABECALHO.
           05  FILLER                PIC X(40) VALUE
               'OCORRENCIAS DE PONTO DO DIA '.
           05  REL-CAB-DATA          PIC 9(08).
       01  REL-DIA-NAO-UTIL.
           05  FILLER                PIC X(60) VALUE
               'DATA NAO E DIA UTIL - NENHUMA OCORRENCIA APURADA'.
       01  REL-CAB-DEPTO.
           05  FILLER                PIC X(13) VALUE 'DEPARTAMENTO '.
           05  REL-DEP-CODIGO        PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DEP-NOME          PIC X(20).
           05  FILLER                PIC X(10) VALUE ' GERENTE: '.
           05  REL-DEP-GERENTE       PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DEP-NOME-GERENTE  PIC X(20).
       01  REL-TITULOS.
           05  FILLER                PIC X(44) VALUE
               '  MATRIC NOME                 OCORRENCIA    '.
           05  FILLER                PIC X(44) VALUE
               '        ENTRADA SAIDA MINUTOS SITUACAO'.
       01  REL-DETALHE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-MATRICULA     PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-NOME          PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-OCORRENCIA    PIC X(20).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  REL-DET-ENTRADA       PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-SAIDA         PIC 9(04).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  REL-DET-MINUTOS       PIC ZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-SITUACAO      PIC X(10).
       01  REL-TOTAL.
           05  FILLER                PIC X(08) VALUE 'FALTAS: '.
           05  REL-TOT-FALTAS        PIC ZZZZ9.
           05  FILLER                PIC X(16) VALUE
               ' INCOMPLETAS: '.
           05  REL-TOT-INCOMPLETAS   PIC ZZZZ9.
           05  FILLER                PIC X(12) VALUE ' ATRASOS: '.
           05  REL-TOT-ATRASOS       PIC ZZZZ9.
           05  FILLER                PIC X(23) VALUE
               ' SAIDAS ANTECIPADAS: '.
           05  REL-TOT-SAIDAS        PIC ZZZZ9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
               UNTIL WRK-FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           DISPLAY 'DATA DAS MARCACOES (AAAAMMDD, ZERO = HOJE)..'.
           ACCEPT WRK-DATA-APURACAO FROM CONSOLE.
           IF WRK-DATA-APURACAO = ZEROS
               ACCEPT WRK-DATA-APURACAO FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-HORA-ENTRADA-PADRAO TO WRK-HHMM.
           PERFORM 0250-CONVERTER-MINUTOS.
           MOVE WRK-MINUTOS-DIA TO WRK-MIN-ENTRADA-PADRAO.
           MOVE WRK-HORA-SAIDA-PADRAO TO WRK-HHMM.
           PERFORM 0250-CONVERTER-MINUTOS.
           MOVE WRK-MINUTOS-DIA TO WRK-MIN-SAIDA-PADRAO.
           MOVE 'S' TO WRK-DIA-UTIL-SW.
           CALL 'PROGCOBF' USING WRK-DATA-APURACAO WRK-DIA-UTIL-SW.
           MOVE WRK-DATA-APURACAO TO LICPER-DATA-INICIAL.
           MOVE WRK-DATA-APURACAO TO LICPER-DATA-FINAL.
           MOVE 'OCORRENCIAS DO DIA APURADAS' TO WRK-AUDIT-RESULTADO.
           IF NOT WRK-DIA-UTIL
               DISPLAY 'DATA NAO E DIA UTIL - NADA A APURAR'
               MOVE 'DIA NAO UTIL' TO WRK-AUDIT-RESULTADO
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0110-CARREGAR-DEPARTAMENTOS
               PERFORM 0120-CARREGAR-MARCACOES
               PERFORM 0130-ABRIR-ARQUIVOS
           END-IF.

      ******************************* DEPARTAMENTOS E GERENTES DO
      ******************************* DEPTMAST
       0110-CARREGAR-DEPARTAMENTOS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT DEPARTAMENTO-MASTER.
           IF WRK-FS-DEPTO = '00'
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
               MOVE DEPTO-CODIGO TO WRK-DP-CODIGO (WRK-DP-IDX)
               MOVE DEPTO-NOME   TO WRK-DP-NOME (WRK-DP-IDX)
               MOVE DEPTO-GERENTE-MATRICULA
                   TO WRK-DP-GERENTE (WRK-DP-IDX)
               MOVE SPACES TO WRK-DP-NOME-GERENTE (WRK-DP-IDX)
               MOVE ZERO TO WRK-DP-QTDE-OCORR (WRK-DP-IDX)
           END-IF.
           PERFORM 0111-LER-DEPARTAMENTO.

      ******************************* MARCACOES DA DATA; MARCACAO SEM
      ******************************* ENTRADA OU SEM SAIDA DEIXA O DIA
      ******************************* INCOMPLETO
       0120-CARREGAR-MARCACOES.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT ARQUIVO-PONTO.
           IF WRK-FS-PONTO = '00'
               PERFORM 0121-LER-PONTO
               PERFORM 0122-GUARDAR-MARCACAO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE ARQUIVO-PONTO
           END-IF.

       0121-LER-PONTO.
           READ ARQUIVO-PONTO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0122-GUARDAR-MARCACAO.
           IF PONTO-DATA = WRK-DATA-APURACAO
               MOVE 'N' TO WRK-MC-SW
               PERFORM 0123-COMPARAR-MARCACAO
                   VARYING WRK-MC-IDX FROM 1 BY 1
                   UNTIL WRK-MC-IDX > WRK-QTDE-MARCACOES
                      OR WRK-MC-ACHOU
               IF WRK-MC-ACHOU
                   SUBTRACT 1 FROM WRK-MC-IDX
                   PERFORM 0124-JUNTAR-MARCACAO
               ELSE
                   IF WRK-QTDE-MARCACOES < 3000
                       ADD 1 TO WRK-QTDE-MARCACOES
                       MOVE WRK-QTDE-MARCACOES TO WRK-MC-IDX
                       MOVE PONTO-MATRICULA
                           TO WRK-MC-MATRICULA (WRK-MC-IDX)
                       MOVE PONTO-HORA-ENTRADA
                           TO WRK-MC-ENTRADA (WRK-MC-IDX)
                       MOVE PONTO-HORA-SAIDA
                           TO WRK-MC-SAIDA (WRK-MC-IDX)
                       MOVE 'N' TO WRK-MC-INCOMPLETA-SW (WRK-MC-IDX)
                       IF PONTO-HORA-ENTRADA = ZERO
                          OR PONTO-HORA-SAIDA = ZERO
                           MOVE 'S'
                               TO WRK-MC-INCOMPLETA-SW (WRK-MC-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 0121-LER-PONTO.

       0123-COMPARAR-MARCACAO.
           IF WRK-MC-MATRICULA (WRK-MC-IDX) = PONTO-MATRICULA
               SET WRK-MC-ACHOU TO TRUE
           END-IF.

       0124-JUNTAR-MARCACAO.
           IF PONTO-HORA-ENTRADA = ZERO OR PONTO-HORA-SAIDA = ZERO
               MOVE 'S' TO WRK-MC-INCOMPLETA-SW (WRK-MC-IDX)
           END-IF.
           IF PONTO-HORA-ENTRADA > ZERO
              AND (PONTO-HORA-ENTRADA < WRK-MC-ENTRADA (WRK-MC-IDX)
                OR WRK-MC-ENTRADA (WRK-MC-IDX) = ZERO)
               MOVE PONTO-HORA-ENTRADA TO WRK-MC-ENTRADA (WRK-MC-IDX)
           END-IF.
           IF PONTO-HORA-SAIDA > WRK-MC-SAIDA (WRK-MC-IDX)
               MOVE PONTO-HORA-SAIDA TO WRK-MC-SAIDA (WRK-MC-IDX)
           END-IF.

       0130-ABRIR-ARQUIVOS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN I-O OCORRENCIAS-PONTO.
           IF WRK-FS-PTOEXC = '35'
               OPEN OUTPUT OCORRENCIAS-PONTO
               CLOSE OCORRENCIAS-PONTO
               OPEN I-O OCORRENCIAS-PONTO
           END-IF.
           OPEN INPUT FUNCIONARIOS.
           IF WRK-FS-FUNC NOT = '00'
               DISPLAY 'MASTER DE FUNCIONARIOS INDISPONIVEL - FS: '
                       WRK-FS-FUNC
               MOVE 'MASTER INDISPONIVEL' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0210-LER-FUNCIONARIO
           END-IF.

      ******************************* SO O ATIVO JA ADMITIDO NA DATA E
      ******************************* SEM AFASTAMENTO NELA E CONFERIDO
       0200-PROCESSAR.
           ADD 1 TO WRK-QTDE-LIDOS.
           PERFORM 0215-GUARDAR-GERENTE.
           IF FUNC-STATUS-ATIVO
              AND FUNC-DATAADMISSAO <= WRK-DATA-APURACAO
               MOVE FUNC-MATRICULA TO LICPER-MATRICULA
               CALL 'PROGCOBL' USING LICPER-REGISTRO
               IF LICPER-DIAS-AFASTADO > ZERO
                   ADD 1 TO WRK-QTDE-AFASTADOS
               ELSE
                   ADD 1 TO WRK-QTDE-CONFERIDOS
                   PERFORM 0220-CONFERIR-MARCACAO
               END-IF
           END-IF.
           PERFORM 0210-LER-FUNCIONARIO.

       0210-LER-FUNCIONARIO.
           READ FUNCIONARIOS NEXT RECORD
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0215-GUARDAR-GERENTE.
           PERFORM 0216-COMPARAR-GERENTE
               VARYING WRK-DP-IDX FROM 1 BY 1
               UNTIL WRK-DP-IDX > WRK-QTDE-DEPTOS.

       0216-COMPARAR-GERENTE.
           IF WRK-DP-GERENTE (WRK-DP-IDX) = FUNC-MATRICULA
               MOVE FUNC-NOME TO WRK-DP-NOME-GERENTE (WRK-DP-IDX)
           END-IF.

      ******************************* SEM MARCACAO = FALTA; MARCACAO
      ******************************* INCOMPLETA NAO E AVALIADA POR
      ******************************* HORARIO; COM ENTRADA E SAIDA,
      ******************************* ATRASO E SAIDA ANTECIPADA SAO
      ******************************* APURADOS SEPARADAMENTE
       0220-CONFERIR-MARCACAO.
           MOVE 'N' TO WRK-MC-SW.
           PERFORM 0221-COMPARAR-FUNCIONARIO
               VARYING WRK-MC-IDX FROM 1 BY 1
               UNTIL WRK-MC-IDX > WRK-QTDE-MARCACOES OR WRK-MC-ACHOU.
           IF NOT WRK-MC-ACHOU
               MOVE ZERO TO WRK-MINUTOS-OCORRENCIA
               MOVE 'F' TO WRK-TIPO-OCORRENCIA
               MOVE ZERO TO WRK-MC-IDX
               PERFORM 0230-REGISTRAR-OCORRENCIA
           ELSE
               SUBTRACT 1 FROM WRK-MC-IDX
               IF WRK-MC-INCOMPLETA (WRK-MC-IDX)
                   MOVE ZERO TO WRK-MINUTOS-OCORRENCIA
                   MOVE 'M' TO WRK-TIPO-OCORRENCIA
                   PERFORM 0230-REGISTRAR-OCORRENCIA
               ELSE
                   PERFORM 0225-CONFERIR-HORARIO
               END-IF
           END-IF.

       0221-COMPARAR-FUNCIONARIO.
           IF WRK-MC-MATRICULA (WRK-MC-IDX) = FUNC-MATRICULA
               SET WRK-MC-ACHOU TO TRUE
           END-IF.

       0225-CONFERIR-HORARIO.
           MOVE WRK-MC-ENTRADA (WRK-MC-IDX) TO WRK-HHMM.
           PERFORM 0250-CONVERTER-MINUTOS.
           MOVE WRK-MINUTOS-DIA TO WRK-MIN-ENTRADA.
           MOVE WRK-MC-SAIDA (WRK-MC-IDX) TO WRK-HHMM.
           PERFORM 0250-CONVERTER-MINUTOS.
           MOVE WRK-MINUTOS-DIA TO WRK-MIN-SAIDA.
           IF WRK-MIN-ENTRADA >
              WRK-MIN-ENTRADA-PADRAO + WRK-TOLERANCIA-MINUTOS
               COMPUTE WRK-MINUTOS-OCORRENCIA =
                   WRK-MIN-ENTRADA - WRK-MIN-ENTRADA-PADRAO
               MOVE 'A' TO WRK-TIPO-OCORRENCIA
               PERFORM 0230-REGISTRAR-OCORRENCIA
           END-IF.
           IF WRK-MIN-SAIDA + WRK-TOLERANCIA-MINUTOS <
              WRK-MIN-SAIDA-PADRAO
               COMPUTE WRK-MINUTOS-OCORRENCIA =
                   WRK-MIN-SAIDA-PADRAO - WRK-MIN-SAIDA
               MOVE 'S' TO WRK-TIPO-OCORRENCIA
               PERFORM 0230-REGISTRAR-OCORRENCIA
           END-IF.

      ******************************* GRAVA A OCORRENCIA PENDENTE NO
      ******************************* PONTOEXC OU, SE JA EXISTIR
      ******************************* (REEXECUCAO), MANTEM A SITUACAO
      ******************************* GRAVADA
       0230-REGISTRAR-OCORRENCIA.
           MOVE FUNC-MATRICULA      TO PTOEXC-MATRICULA.
           MOVE WRK-DATA-APURACAO   TO PTOEXC-DATA.
           MOVE WRK-TIPO-OCORRENCIA TO PTOEXC-TIPO.
           READ OCORRENCIAS-PONTO
               INVALID KEY
                   PERFORM 0235-INCLUIR-OCORRENCIA
           END-READ.
           EVALUATE TRUE
               WHEN PTOEXC-TIPO-FALTA      ADD 1 TO WRK-QTDE-FALTAS
               WHEN PTOEXC-TIPO-INCOMPLETA ADD 1 TO WRK-QTDE-INCOMPLETAS
               WHEN PTOEXC-TIPO-ATRASO     ADD 1 TO WRK-QTDE-ATRASOS
               WHEN PTOEXC-TIPO-SAIDA      ADD 1 TO WRK-QTDE-SAIDAS
           END-EVALUATE.
           IF WRK-QTDE-OCORRENCIAS < 3000
               ADD 1 TO WRK-QTDE-OCORRENCIAS
               MOVE WRK-QTDE-OCORRENCIAS TO WRK-OC-IDX
               MOVE FUNC-MATRICULA      TO WRK-OC-MATRICULA (WRK-OC-IDX)
               MOVE FUNC-NOME           TO WRK-OC-NOME (WRK-OC-IDX)
               MOVE FUNC-DEPARTAMENTO   TO WRK-OC-DEPTO (WRK-OC-IDX)
               MOVE PTOEXC-TIPO         TO WRK-OC-TIPO (WRK-OC-IDX)
               MOVE PTOEXC-HORA-ENTRADA TO WRK-OC-ENTRADA (WRK-OC-IDX)
               MOVE PTOEXC-HORA-SAIDA   TO WRK-OC-SAIDA (WRK-OC-IDX)
               MOVE PTOEXC-MINUTOS      TO WRK-OC-MINUTOS (WRK-OC-IDX)
               MOVE PTOEXC-STATUS       TO WRK-OC-STATUS (WRK-OC-IDX)
               MOVE FUNC-DEPARTAMENTO   TO WRK-DEPTO-BUSCA
               PERFORM 0240-LOCALIZAR-DEPTO
               ADD 1 TO WRK-DP-QTDE-OCORR (WRK-DP-IDX)
           END-IF.

       0235-INCLUIR-OCORRENCIA.
           INITIALIZE PTOEXC-REGISTRO.
           MOVE FUNC-MATRICULA      TO PTOEXC-MATRICULA.
           MOVE WRK-DATA-APURACAO   TO PTOEXC-DATA.
           MOVE WRK-TIPO-OCORRENCIA TO PTOEXC-TIPO.
           MOVE FUNC-DEPARTAMENTO   TO PTOEXC-DEPARTAMENTO.
           IF WRK-MC-IDX > ZERO
               MOVE WRK-MC-ENTRADA (WRK-MC-IDX) TO PTOEXC-HORA-ENTRADA
               MOVE WRK-MC-SAIDA (WRK-MC-IDX)   TO PTOEXC-HORA-SAIDA
           END-IF.
           MOVE WRK-MINUTOS-OCORRENCIA TO PTOEXC-MINUTOS.
           SET PTOEXC-STATUS-PENDENTE TO TRUE.
           WRITE PTOEXC-REGISTRO.
           ADD 1 TO WRK-QTDE-NOVAS.

      ******************************* LOCALIZA O DEPARTAMENTO OU
      ******************************* ACRESCENTA O QUE NAO ESTA NO
      ******************************* DEPTMAST (SEM GERENTE)
       0240-LOCALIZAR-DEPTO.
           MOVE 'N' TO WRK-DP-SW.
           PERFORM 0241-COMPARAR-DEPTO
               VARYING WRK-DP-IDX FROM 1 BY 1
               UNTIL WRK-DP-IDX > WRK-QTDE-DEPTOS OR WRK-DP-ACHOU.
           IF WRK-DP-ACHOU
               SUBTRACT 1 FROM WRK-DP-IDX
           ELSE
               IF WRK-QTDE-DEPTOS < 100
                   ADD 1 TO WRK-QTDE-DEPTOS
                   MOVE WRK-QTDE-DEPTOS TO WRK-DP-IDX
                   MOVE WRK-DEPTO-BUSCA TO WRK-DP-CODIGO (WRK-DP-IDX)
                   MOVE 'NAO CADASTRADO' TO WRK-DP-NOME (WRK-DP-IDX)
                   MOVE ZERO TO WRK-DP-GERENTE (WRK-DP-IDX)
                   MOVE SPACES TO WRK-DP-NOME-GERENTE (WRK-DP-IDX)
                   MOVE ZERO TO WRK-DP-QTDE-OCORR (WRK-DP-IDX)
               ELSE
                   MOVE WRK-QTDE-DEPTOS TO WRK-DP-IDX
               END-IF
           END-IF.

       0241-COMPARAR-DEPTO.
           IF WRK-DP-CODIGO (WRK-DP-IDX) = WRK-DEPTO-BUSCA
               SET WRK-DP-ACHOU TO TRUE
           END-IF.

       0250-CONVERTER-MINUTOS.
           COMPUTE WRK-MINUTOS-DIA =
               WRK-HHMM-HORA * 60 + WRK-HHMM-MINUTO.

       0300-FINALIZAR.
           IF WRK-DIA-UTIL
               CLOSE OCORRENCIAS-PONTO
               IF WRK-FS-FUNC = '00' OR WRK-FS-FUNC = '10'
                   CLOSE FUNCIONARIOS
               END-IF
           END-IF.
           OPEN OUTPUT RELATORIO-OCORRENCIAS.
           MOVE WRK-DATA-APURACAO TO REL-CAB-DATA.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           IF NOT WRK-DIA-UTIL
               MOVE REL-DIA-NAO-UTIL TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM 0320-IMPRIMIR-DEPTO
                   VARYING WRK-DP-IDX FROM 1 BY 1
                   UNTIL WRK-DP-IDX > WRK-QTDE-DEPTOS
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE WRK-QTDE-FALTAS      TO REL-TOT-FALTAS
               MOVE WRK-QTDE-INCOMPLETAS TO REL-TOT-INCOMPLETAS
               MOVE WRK-QTDE-ATRASOS     TO REL-TOT-ATRASOS
               MOVE WRK-QTDE-SAIDAS      TO REL-TOT-SAIDAS
               MOVE REL-TOTAL TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           CLOSE RELATORIO-OCORRENCIAS.
           IF RETURN-CODE = 0 AND WRK-QTDE-OCORRENCIAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - CONFERIDOS: '
                   WRK-QTDE-CONFERIDOS ' AFASTADOS: '
                   WRK-QTDE-AFASTADOS ' OCORRENCIAS: '
                   WRK-QTDE-OCORRENCIAS ' NOVAS: ' WRK-QTDE-NOVAS.

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
           MOVE 'PROGCOB31X' TO AUDIT-PROGRAMA.
           MOVE WRK-DATA-APURACAO TO AUDIT-ENTRADA-CHAVE (01:08).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

      ******************************* UM BLOCO POR DEPARTAMENTO COM
      ******************************* OCORRENCIA, ENCABECADO PELO
      ******************************* GERENTE
       0320-IMPRIMIR-DEPTO.
           IF WRK-DP-QTDE-OCORR (WRK-DP-IDX) > ZERO
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE WRK-DP-CODIGO (WRK-DP-IDX) TO REL-DEP-CODIGO
               MOVE WRK-DP-NOME (WRK-DP-IDX)   TO REL-DEP-NOME
               MOVE WRK-DP-GERENTE (WRK-DP-IDX) TO REL-DEP-GERENTE
               MOVE WRK-DP-NOME-GERENTE (WRK-DP-IDX)
                   TO REL-DEP-NOME-GERENTE
               MOVE REL-CAB-DEPTO TO REL-LINHA
               WRITE REL-LINHA
               MOVE REL-TITULOS TO REL-LINHA
               WRITE REL-LINHA
               PERFORM 0321-IMPRIMIR-OCORRENCIA
                   VARYING WRK-OC-IDX FROM 1 BY 1
                   UNTIL WRK-OC-IDX > WRK-QTDE-OCORRENCIAS
           END-IF.

       0321-IMPRIMIR-OCORRENCIA.
           IF WRK-OC-DEPTO (WRK-OC-IDX) = WRK-DP-CODIGO (WRK-DP-IDX)
               MOVE WRK-OC-MATRICULA (WRK-OC-IDX) TO REL-DET-MATRICULA
               MOVE WRK-OC-NOME (WRK-OC-IDX)      TO REL-DET-NOME
               EVALUATE WRK-OC-TIPO (WRK-OC-IDX)
                   WHEN 'F'
                       MOVE 'FALTA' TO REL-DET-OCORRENCIA
                   WHEN 'M'
                       MOVE 'MARCACAO INCOMPLETA' TO REL-DET-OCORRENCIA
                   WHEN 'A'
                       MOVE 'ATRASO NA ENTRADA' TO REL-DET-OCORRENCIA
                   WHEN OTHER
                       MOVE 'SAIDA ANTECIPADA' TO REL-DET-OCORRENCIA
               END-EVALUATE
               MOVE WRK-OC-ENTRADA (WRK-OC-IDX)   TO REL-DET-ENTRADA
               MOVE WRK-OC-SAIDA (WRK-OC-IDX)     TO REL-DET-SAIDA
               MOVE WRK-OC-MINUTOS (WRK-OC-IDX)   TO REL-DET-MINUTOS
               IF WRK-OC-STATUS (WRK-OC-IDX) = 'J'
                   MOVE 'ABONADA' TO REL-DET-SITUACAO
               ELSE
                   MOVE 'PENDENTE' TO REL-DET-SITUACAO
               END-IF
               MOVE REL-DETALHE TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
