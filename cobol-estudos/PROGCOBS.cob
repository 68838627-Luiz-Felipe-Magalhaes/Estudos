       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBS.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: ORQUESTRADOR DO FLUXO DE FECHAMENTO MENSAL - COM O
      *           MES DE COMPETENCIA (AAAAMM) DIGITADO UMA UNICA VEZ,
      *           EXECUTA OS PROGRAMAS MENSAIS (HORA EXTRA, FOLHA
      *           LIQUIDA, CONTRACHEQUE, FGTS, PROVISOES, LIVRO FISCAL,
      *           MENSALIDADES, BALANCETE E FECHAMENTO CONTABIL) NA
      *           ORDEM DE DEPENDENCIA DA SUA PROPRIA TABELA (MESDEP:
      *           STEP, PROGRAMA, ATE 4 PREDECESSORES E O ARGUMENTO DO
      *           STEP), EM ONDAS COMO O ORQUESTRADOR NOTURNO
      *           (PROGCOBN). O MES E O ARGUMENTO CHEGAM A CADA
      *           PROGRAMA PELO PARAMETRO MESFECHA (ROTINA PROGCOBU).
      *           SO COMECA COM O MES ENCERRADO E COM O PAINEL
      *           CICLOSTA MOSTRANDO, EM TODO DIA UTIL DO MES, CADA
      *           STEP DA TABELA CICLODEP TERMINADO COM RETORNO MENOR
      *           QUE 8; STEP COM RETORNO >= 8 BLOQUEIA OS SEUS
      *           SUCESSORES, E O FECHAMENTO DO PERIODO
      *           SO RODA SE O BALANCETE FECHAR. O MAPA DA RODADA SAI
      *           NO RELATORIO RELFECHA
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - A TABELA MESDEP GANHA O STEP200 (PROGCOBY,
      *                 EXTRATOS DE ENVIO DA FOLHA E DO RAZAO COM HEADER
      *                 E TRAILER), QUE SO RODA DEPOIS DO FECHAMENTO DO
      *                 PERIODO
      * 15/10/2026 FM - A TABELA MESDEP GANHA O STEP100 (PROGCOB31M,
      *                 DESCONTO DE FALTAS), O STEP102 (PROGCOB31T,
      *                 BENEFICIOS DO MES) E O STEP104 (PROGCOB58P,
      *                 REEMBOLSOS), PREDECESSORES DA FOLHA LIQUIDA; O
      *                 STEP100 PRECEDE TAMBEM O FGTS E O STEP104 O
      *                 BALANCETE
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA-DEPENDENCIAS ASSIGN TO 'MESDEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEP.
           SELECT TABELA-CICLO ASSIGN TO 'CICLODEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CICDEP.
           SELECT STATUS-CICLO ASSIGN TO 'CICLOSTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CICLO.
           SELECT OPERADORES-MASTER ASSIGN TO 'OPERTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WRK-FS-OPER.
           SELECT PARAMETRO-MES ASSIGN TO 'MESFECHA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MESF.
           SELECT RELATORIO-FECHAMENTO ASSIGN TO 'RELFECHA'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  TABELA-DEPENDENCIAS.
       01  DEP-REGISTRO.
           05  DEP-STEP              PIC X(08).
           05  DEP-PROGRAMA          PIC X(10).
           05  DEP-PRED1             PIC X(08).
           05  DEP-PRED2             PIC X(08).
           05  DEP-PRED3             PIC X(08).
           05  DEP-PRED4             PIC X(08).
           05  DEP-ARGUMENTO         PIC X(20).
       FD  TABELA-CICLO.
       01  CICDEP-REGISTRO.
           05  CICDEP-STEP           PIC X(08).
           05  FILLER                PIC X(42).
       FD  STATUS-CICLO.
           COPY CPCICLO.
       FD  OPERADORES-MASTER.
           COPY CPOPERAD.
       FD  PARAMETRO-MES.
           COPY CPMESFEC.
       FD  RELATORIO-FECHAMENTO.
       01  REL-LINHA                 PIC X(80).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-DEP                PIC X(02) VALUE '00'.
       77  WRK-FS-CICDEP             PIC X(02) VALUE '00'.
       77  WRK-FS-CICLO              PIC X(02) VALUE '00'.
       77  WRK-FS-OPER               PIC X(02) VALUE '00'.
       77  WRK-FS-MESF               PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       01  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       01  WRK-ANOMES-R REDEFINES WRK-ANOMES.
           05  WRK-ANOMES-ANO        PIC 9(04).
           05  WRK-ANOMES-MES        PIC 9(02).
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-ANOMES-HOJE           PIC 9(06) VALUE ZEROS.
       77  WRK-LIBERADO-SW           PIC X(01) VALUE 'S'.
           88  WRK-FLUXO-LIBERADO        VALUE 'S'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
      ******************************* CONFERENCIA DO CICLO NOTURNO
       77  WRK-QTDE-NOTURNOS         PIC 9(03) VALUE ZERO.
       77  WRK-NT-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-NT-ACHOU              PIC 9(03) VALUE ZERO.
       77  WRK-DIA-IDX               PIC 9(02) VALUE ZERO.
       77  WRK-ULTIMO-DIA            PIC 9(02) VALUE ZERO.
       77  WRK-DATA-INICIO           PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-PROXIMO          PIC 9(08) VALUE ZEROS.
       77  WRK-QTDE-FALTANTES        PIC 9(03) VALUE ZERO.
       77  WRK-QTDE-DIAS-UTEIS       PIC 9(02) VALUE ZERO.
       77  WRK-QTDE-DIAS-PENDENTES   PIC 9(02) VALUE ZERO.
       77  WRK-DIA-UTIL-SW           PIC X(01) VALUE 'S'.
           88  WRK-E-DIA-UTIL            VALUE 'S'.
       01  WRK-DATA-DIA              PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-DIA-R REDEFINES WRK-DATA-DIA.
           05  WRK-DATA-DIA-ANOMES   PIC 9(06).
           05  WRK-DATA-DIA-DIA      PIC 9(02).
       01  WRK-DATA-CICLO            PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-CICLO-R REDEFINES WRK-DATA-CICLO.
           05  WRK-DATA-CICLO-ANOMES PIC 9(06).
           05  WRK-DATA-CICLO-DIA    PIC 9(02).
       01  WRK-TABELA-NOTURNOS.
           05  WRK-NOTURNO OCCURS 1 TO 50 TIMES
                           DEPENDING ON WRK-QTDE-NOTURNOS.
               10  WRK-NOT-STEP          PIC X(08).
       01  WRK-TABELA-DIAS.
           05  WRK-DIA OCCURS 31 TIMES.
               10  WRK-DIA-STEP-OK OCCURS 50 TIMES
                                       PIC X(01).
      ******************************* STEPS DO FLUXO MENSAL
       77  WRK-QTDE-STEPS            PIC 9(03) VALUE ZERO.
       77  WRK-ST-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-PR-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-PR-IDX2               PIC 9(03) VALUE ZERO.
       77  WRK-ONDA                  PIC 9(03) VALUE ZERO.
       77  WRK-HOUVE-PROGRESSO-SW    PIC X(01) VALUE 'S'.
           88  WRK-HOUVE-PROGRESSO       VALUE 'S'.
       77  WRK-PRONTO-SW             PIC X(01) VALUE 'S'.
           88  WRK-STEP-PRONTO           VALUE 'S'.
       77  WRK-BLOQUEADO-SW          PIC X(01) VALUE 'N'.
           88  WRK-STEP-BLOQUEADO        VALUE 'S'.
       77  WRK-PRED-BUSCA            PIC X(08) VALUE SPACES.
       77  WRK-PROGRAMA-CALL         PIC X(10) VALUE SPACES.
       77  WRK-RC-STEP               PIC 9(04) VALUE ZERO.
       77  WRK-RC-MAXIMO             PIC 9(04) VALUE ZERO.
       77  WRK-QTDE-EXECUTADOS       PIC 9(03) VALUE ZERO.
       77  WRK-QTDE-FALHAS           PIC 9(03) VALUE ZERO.
       77  WRK-QTDE-BLOQUEADOS       PIC 9(03) VALUE ZERO.
       01  WRK-TABELA-STEPS.
           05  WRK-STEP-LINHA OCCURS 1 TO 30 TIMES
                              DEPENDING ON WRK-QTDE-STEPS.
               10  WRK-STEP-NOME         PIC X(08).
               10  WRK-STEP-PROGRAMA     PIC X(10).
               10  WRK-STEP-PRED OCCURS 4 TIMES
                                     PIC X(08).
               10  WRK-STEP-ARGUMENTO    PIC X(20).
               10  WRK-STEP-SITUACAO     PIC X(01).
                   88  WRK-SIT-PENDENTE      VALUE 'P'.
                   88  WRK-SIT-EXECUTADO     VALUE 'E'.
                   88  WRK-SIT-FALHOU        VALUE 'F'.
                   88  WRK-SIT-BLOQUEADO     VALUE 'B'.
               10  WRK-STEP-RC           PIC 9(04).
               10  WRK-STEP-ONDA         PIC 9(03).
               10  WRK-STEP-MARCA        PIC X(01).
                   88  WRK-MARCA-EXECUTAR    VALUE 'E'.
                   88  WRK-MARCA-BLOQUEAR    VALUE 'B'.
       01  REL-CABECALHO.
           05  FILLER                PIC X(40) VALUE
               'MAPA DO FLUXO DE FECHAMENTO DO MES '.
           05  REL-CAB-ANOMES        PIC 9(06).
       01  REL-PENDENCIA.
           05  FILLER                PIC X(26) VALUE
               'CICLO NOTURNO INCOMPLETO '.
           05  REL-PEN-DATA          PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-PEN-QTDE          PIC ZZ9.
           05  FILLER                PIC X(30) VALUE
               ' STEP(S) SEM TERMINO NORMAL'.
       01  REL-DETALHE.
           05  FILLER                PIC X(06) VALUE 'ONDA='.
           05  REL-DET-ONDA          PIC ZZ9.
           05  FILLER                PIC X(07) VALUE '  STEP='.
           05  REL-DET-STEP          PIC X(08).
           05  FILLER                PIC X(06) VALUE ' PGM='.
           05  REL-DET-PROGRAMA      PIC X(10).
           05  FILLER                PIC X(05) VALUE ' RC='.
           05  REL-DET-RC            PIC ZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-SITUACAO      PIC X(12).
       01  REL-TOTAL.
           05  FILLER                PIC X(12) VALUE 'EXECUTADOS='.
           05  REL-TOT-EXECUTADOS    PIC ZZ9.
           05  FILLER                PIC X(10) VALUE '  FALHAS='.
           05  REL-TOT-FALHAS        PIC ZZ9.
           05  FILLER                PIC X(14) VALUE '  BLOQUEADOS='.
           05  REL-TOT-BLOQUEADOS    PIC ZZ9.
       01  REL-CONCLUSAO             PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-FLUXO-LIBERADO
               PERFORM 0200-EXECUTAR-ONDAS
                   UNTIL NOT WRK-HOUVE-PROGRESSO
               PERFORM 0250-BLOQUEAR-RESTANTES
               PERFORM 0260-LIMPAR-PARAMETRO
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-ANOMES-HOJE = WRK-DATAHOJE / 100.
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'MES DO FECHAMENTO (AAAAMM)..'.
           ACCEPT WRK-ANOMES FROM CONSOLE.
           OPEN OUTPUT RELATORIO-FECHAMENTO.
           MOVE WRK-ANOMES TO REL-CAB-ANOMES.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0110-VALIDAR-OPERADOR.
           IF WRK-FLUXO-LIBERADO
               IF WRK-ANOMES-MES < 1 OR WRK-ANOMES-MES > 12
                  OR WRK-ANOMES NOT < WRK-ANOMES-HOJE
                   DISPLAY 'MES INVALIDO OU AINDA NAO ENCERRADO - '
                           'FLUXO NAO INICIADO'
                   MOVE 'MES NAO ENCERRADO' TO WRK-AUDIT-RESULTADO
                   MOVE 'N' TO WRK-LIBERADO-SW
               END-IF
           END-IF.
           IF WRK-FLUXO-LIBERADO
               PERFORM 0120-CARREGAR-DEPENDENCIAS
           END-IF.
           IF WRK-FLUXO-LIBERADO
               PERFORM 0150-CONFERIR-CICLO-NOTURNO
           END-IF.
           IF NOT WRK-FLUXO-LIBERADO
               MOVE 8 TO WRK-RC-MAXIMO
               MOVE 'N' TO WRK-HOUVE-PROGRESSO-SW
           END-IF.

      ******************************* O FECHAMENTO DO PERIODO EXIGE
      ******************************* OPERADOR ATIVO E AUTORIZADO EM
      ******************************* UTILITARIOS (MESMA REGRA DO
      ******************************* PROGCOB19F)
       0110-VALIDAR-OPERADOR.
           MOVE 'N' TO WRK-LIBERADO-SW.
           OPEN INPUT OPERADORES-MASTER.
           IF WRK-FS-OPER = '00'
               MOVE WRK-OPERADOR TO OPER-ID
               READ OPERADORES-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPER-STATUS-ATIVO
                          AND OPER-AUTORIZADO-UTILITARIOS
                           SET WRK-FLUXO-LIBERADO TO TRUE
                       END-IF
               END-READ
               CLOSE OPERADORES-MASTER
           END-IF.
           IF NOT WRK-FLUXO-LIBERADO
               DISPLAY 'OPERADOR NAO AUTORIZADO PARA O FECHAMENTO '
                       'MENSAL'
               MOVE 'OPERADOR NAO AUTORIZADO' TO WRK-AUDIT-RESULTADO
           END-IF.

      ******************************* CARGA DA TABELA DE DEPENDENCIAS
      ******************************* DO FLUXO MENSAL
       0120-CARREGAR-DEPENDENCIAS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT TABELA-DEPENDENCIAS.
           IF WRK-FS-DEP NOT = '00'
               DISPLAY 'TABELA DE DEPENDENCIAS (MESDEP) '
                       'INDISPONIVEL - FLUXO NAO EXECUTADO'
               MOVE 'MESDEP INDISPONIVEL' TO WRK-AUDIT-RESULTADO
               MOVE 'N' TO WRK-LIBERADO-SW
           ELSE
               PERFORM 0121-LER-DEPENDENCIA
               PERFORM 0122-GUARDAR-DEPENDENCIA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE TABELA-DEPENDENCIAS
           END-IF.

       0121-LER-DEPENDENCIA.
           READ TABELA-DEPENDENCIAS
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0122-GUARDAR-DEPENDENCIA.
           IF WRK-QTDE-STEPS < 30
               ADD 1 TO WRK-QTDE-STEPS
               MOVE DEP-STEP TO WRK-STEP-NOME (WRK-QTDE-STEPS)
               MOVE DEP-PROGRAMA
                   TO WRK-STEP-PROGRAMA (WRK-QTDE-STEPS)
               MOVE DEP-PRED1 TO WRK-STEP-PRED (WRK-QTDE-STEPS 1)
               MOVE DEP-PRED2 TO WRK-STEP-PRED (WRK-QTDE-STEPS 2)
               MOVE DEP-PRED3 TO WRK-STEP-PRED (WRK-QTDE-STEPS 3)
               MOVE DEP-PRED4 TO WRK-STEP-PRED (WRK-QTDE-STEPS 4)
               MOVE DEP-ARGUMENTO
                   TO WRK-STEP-ARGUMENTO (WRK-QTDE-STEPS)
               MOVE 'P' TO WRK-STEP-SITUACAO (WRK-QTDE-STEPS)
               MOVE ZERO TO WRK-STEP-RC (WRK-QTDE-STEPS)
               MOVE ZERO TO WRK-STEP-ONDA (WRK-QTDE-STEPS)
               MOVE SPACE TO WRK-STEP-MARCA (WRK-QTDE-STEPS)
           END-IF.
           PERFORM 0121-LER-DEPENDENCIA.

      ******************************* EM TODO DIA UTIL DO MES (ROTINA
      ******************************* PROGCOBF) CADA STEP DO CICLODEP
      ******************************* PRECISA TER NO CICLOSTA UMA LINHA
      ******************************* DAQUELA DATA COM RETORNO MENOR
      ******************************* QUE 8; FALTANDO ALGUM, O FLUXO
      ******************************* MENSAL NAO COMECA
       0150-CONFERIR-CICLO-NOTURNO.
           PERFORM 0151-CARREGAR-CICLODEP.
           OPEN INPUT STATUS-CICLO.
           IF WRK-FS-CICLO NOT = '00' OR WRK-QTDE-NOTURNOS = ZERO
               DISPLAY 'PAINEL CICLOSTA OU TABELA CICLODEP '
                       'INDISPONIVEL - FLUXO NAO EXECUTADO'
               MOVE 'CICLO NOTURNO SEM PAINEL' TO WRK-AUDIT-RESULTADO
               MOVE 'N' TO WRK-LIBERADO-SW
           ELSE
               INITIALIZE WRK-TABELA-DIAS
               MOVE 'N' TO WRK-EOF-SW
               PERFORM 0155-LER-STATUS
               PERFORM 0156-MARCAR-STATUS
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE STATUS-CICLO
               COMPUTE WRK-DATA-INICIO = WRK-ANOMES * 100 + 1
               IF WRK-ANOMES-MES = 12
                   COMPUTE WRK-DATA-PROXIMO =
                       (WRK-ANOMES-ANO + 1) * 10000 + 101
               ELSE
                   COMPUTE WRK-DATA-PROXIMO = WRK-DATA-INICIO + 100
               END-IF
               COMPUTE WRK-ULTIMO-DIA =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-PROXIMO)
                 - FUNCTION INTEGER-OF-DATE (WRK-DATA-INICIO)
               PERFORM 0160-CONFERIR-DIA
                   VARYING WRK-DIA-IDX FROM 1 BY 1
                   UNTIL WRK-DIA-IDX > WRK-ULTIMO-DIA
               IF WRK-QTDE-DIAS-PENDENTES > ZERO
                   DISPLAY 'CICLO NOTURNO INCOMPLETO EM '
                           WRK-QTDE-DIAS-PENDENTES ' DIA(S) UTIL(EIS)'
                           ' DO MES - FLUXO NAO INICIADO'
                   MOVE 'CICLO NOTURNO INCOMPLETO'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 'N' TO WRK-LIBERADO-SW
               END-IF
           END-IF.

       0151-CARREGAR-CICLODEP.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT TABELA-CICLO.
           IF WRK-FS-CICDEP = '00'
               PERFORM 0152-LER-CICLODEP
               PERFORM 0153-GUARDAR-CICLODEP
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE TABELA-CICLO
           END-IF.

       0152-LER-CICLODEP.
           READ TABELA-CICLO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0153-GUARDAR-CICLODEP.
           IF WRK-QTDE-NOTURNOS < 50
               ADD 1 TO WRK-QTDE-NOTURNOS
               MOVE CICDEP-STEP TO WRK-NOT-STEP (WRK-QTDE-NOTURNOS)
           END-IF.
           PERFORM 0152-LER-CICLODEP.

       0155-LER-STATUS.
           READ STATUS-CICLO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0156-MARCAR-STATUS.
           MOVE CICLO-DATA TO WRK-DATA-CICLO.
           IF WRK-DATA-CICLO-ANOMES = WRK-ANOMES
              AND WRK-DATA-CICLO-DIA > ZERO
              AND WRK-DATA-CICLO-DIA < 32
              AND CICLO-RETURN-CODE < 8
               MOVE ZERO TO WRK-NT-ACHOU
               PERFORM 0157-COMPARAR-STEP
                   VARYING WRK-NT-IDX FROM 1 BY 1
                   UNTIL WRK-NT-IDX > WRK-QTDE-NOTURNOS
                      OR WRK-NT-ACHOU > ZERO
               IF WRK-NT-ACHOU > ZERO
                   MOVE 'S' TO WRK-DIA-STEP-OK
                       (WRK-DATA-CICLO-DIA WRK-NT-ACHOU)
               END-IF
           END-IF.
           PERFORM 0155-LER-STATUS.

       0157-COMPARAR-STEP.
           IF WRK-NOT-STEP (WRK-NT-IDX) = CICLO-STEP
               MOVE WRK-NT-IDX TO WRK-NT-ACHOU
           END-IF.

       0160-CONFERIR-DIA.
           MOVE WRK-ANOMES  TO WRK-DATA-DIA-ANOMES.
           MOVE WRK-DIA-IDX TO WRK-DATA-DIA-DIA.
           CALL 'PROGCOBF' USING WRK-DATA-DIA WRK-DIA-UTIL-SW.
           IF WRK-E-DIA-UTIL
               ADD 1 TO WRK-QTDE-DIAS-UTEIS
               MOVE ZERO TO WRK-QTDE-FALTANTES
               PERFORM 0161-CONTAR-FALTANTE
                   VARYING WRK-NT-IDX FROM 1 BY 1
                   UNTIL WRK-NT-IDX > WRK-QTDE-NOTURNOS
               IF WRK-QTDE-FALTANTES > ZERO
                   ADD 1 TO WRK-QTDE-DIAS-PENDENTES
                   MOVE WRK-DATA-DIA       TO REL-PEN-DATA
                   MOVE WRK-QTDE-FALTANTES TO REL-PEN-QTDE
                   MOVE REL-PENDENCIA TO REL-LINHA
                   WRITE REL-LINHA
               END-IF
           END-IF.

       0161-CONTAR-FALTANTE.
           IF WRK-DIA-STEP-OK (WRK-DIA-IDX WRK-NT-IDX) NOT = 'S'
               ADD 1 TO WRK-QTDE-FALTANTES
           END-IF.

      ******************************* UMA ONDA EM DUAS FASES, COMO NO
      ******************************* PROGCOBN: MARCA OS STEPS PRONTOS
      ******************************* E OS BLOQUEADOS PELA SITUACAO DO
      ******************************* INICIO DA ONDA E SO DEPOIS
      ******************************* EXECUTA OS MARCADOS
       0200-EXECUTAR-ONDAS.
           ADD 1 TO WRK-ONDA.
           MOVE 'N' TO WRK-HOUVE-PROGRESSO-SW.
           PERFORM 0210-MARCAR-STEP
               VARYING WRK-ST-IDX FROM 1 BY 1
               UNTIL WRK-ST-IDX > WRK-QTDE-STEPS.
           PERFORM 0215-DESPACHAR-STEP
               VARYING WRK-ST-IDX FROM 1 BY 1
               UNTIL WRK-ST-IDX > WRK-QTDE-STEPS.

       0210-MARCAR-STEP.
           MOVE SPACE TO WRK-STEP-MARCA (WRK-ST-IDX).
           IF WRK-SIT-PENDENTE (WRK-ST-IDX)
               PERFORM 0220-CONFERIR-PREDECESSORES
               IF WRK-STEP-BLOQUEADO
                   MOVE 'B' TO WRK-STEP-MARCA (WRK-ST-IDX)
               ELSE
                   IF WRK-STEP-PRONTO
                       MOVE 'E' TO WRK-STEP-MARCA (WRK-ST-IDX)
                   END-IF
               END-IF
           END-IF.

       0215-DESPACHAR-STEP.
           EVALUATE TRUE
               WHEN WRK-MARCA-BLOQUEAR (WRK-ST-IDX)
                   MOVE 'B' TO WRK-STEP-SITUACAO (WRK-ST-IDX)
                   MOVE WRK-ONDA TO WRK-STEP-ONDA (WRK-ST-IDX)
                   ADD 1 TO WRK-QTDE-BLOQUEADOS
                   MOVE 'S' TO WRK-HOUVE-PROGRESSO-SW
               WHEN WRK-MARCA-EXECUTAR (WRK-ST-IDX)
                   PERFORM 0230-EXECUTAR-STEP
                   MOVE 'S' TO WRK-HOUVE-PROGRESSO-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0220-CONFERIR-PREDECESSORES.
           MOVE 'S' TO WRK-PRONTO-SW.
           MOVE 'N' TO WRK-BLOQUEADO-SW.
           PERFORM 0221-CONFERIR-UM-PREDECESSOR
               VARYING WRK-PR-IDX FROM 1 BY 1
               UNTIL WRK-PR-IDX > 4.

       0221-CONFERIR-UM-PREDECESSOR.
           MOVE WRK-STEP-PRED (WRK-ST-IDX WRK-PR-IDX)
               TO WRK-PRED-BUSCA.
           IF WRK-PRED-BUSCA NOT = SPACES
               PERFORM 0222-LOCALIZAR-SITUACAO-PRED
           END-IF.

       0222-LOCALIZAR-SITUACAO-PRED.
           PERFORM 0223-COMPARAR-PREDECESSOR
               VARYING WRK-PR-IDX2 FROM 1 BY 1
               UNTIL WRK-PR-IDX2 > WRK-QTDE-STEPS.

       0223-COMPARAR-PREDECESSOR.
           IF WRK-STEP-NOME (WRK-PR-IDX2) = WRK-PRED-BUSCA
               EVALUATE TRUE
                   WHEN WRK-SIT-FALHOU (WRK-PR-IDX2)
                       SET WRK-STEP-BLOQUEADO TO TRUE
                   WHEN WRK-SIT-BLOQUEADO (WRK-PR-IDX2)
                       SET WRK-STEP-BLOQUEADO TO TRUE
                   WHEN WRK-SIT-PENDENTE (WRK-PR-IDX2)
                       MOVE 'N' TO WRK-PRONTO-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************* GRAVA O PARAMETRO DO STEP,
      ******************************* EXECUTA O PROGRAMA E GUARDA O
      ******************************* RETURN-CODE; RC >= 8 MARCA
      ******************************* FALHA E BLOQUEIA OS SUCESSORES
       0230-EXECUTAR-STEP.
           PERFORM 0235-GRAVAR-PARAMETRO.
           MOVE WRK-STEP-PROGRAMA (WRK-ST-IDX) TO WRK-PROGRAMA-CALL.
           DISPLAY 'FECHAMENTO - EXECUTANDO ' WRK-STEP-NOME (WRK-ST-IDX)
                   ' (' WRK-PROGRAMA-CALL ') NA ONDA ' WRK-ONDA.
           MOVE 0 TO RETURN-CODE.
           CALL WRK-PROGRAMA-CALL
               ON EXCEPTION
                   DISPLAY 'FECHAMENTO - PROGRAMA NAO ENCONTRADO: '
                           WRK-PROGRAMA-CALL
                   MOVE 12 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WRK-RC-STEP.
           MOVE WRK-RC-STEP TO WRK-STEP-RC (WRK-ST-IDX).
           MOVE WRK-ONDA TO WRK-STEP-ONDA (WRK-ST-IDX).
           IF WRK-RC-STEP >= 8
               MOVE 'F' TO WRK-STEP-SITUACAO (WRK-ST-IDX)
               ADD 1 TO WRK-QTDE-FALHAS
           ELSE
               MOVE 'E' TO WRK-STEP-SITUACAO (WRK-ST-IDX)
               ADD 1 TO WRK-QTDE-EXECUTADOS
           END-IF.
           IF WRK-RC-STEP > WRK-RC-MAXIMO
               MOVE WRK-RC-STEP TO WRK-RC-MAXIMO
           END-IF.

       0235-GRAVAR-PARAMETRO.
           OPEN OUTPUT PARAMETRO-MES.
           INITIALIZE MESF-REGISTRO.
           MOVE WRK-ANOMES   TO MESF-ANOMES.
           MOVE WRK-OPERADOR TO MESF-OPERADOR.
           MOVE WRK-STEP-ARGUMENTO (WRK-ST-IDX) TO MESF-ARGUMENTO.
           WRITE MESF-REGISTRO.
           CLOSE PARAMETRO-MES.

      ******************************* STEPS QUE SOBRARAM PENDENTES
      ******************************* (CICLO DE DEPENDENCIA NA TABELA)
      ******************************* SAO MARCADOS COMO BLOQUEADOS
       0250-BLOQUEAR-RESTANTES.
           PERFORM 0251-BLOQUEAR-UM
               VARYING WRK-ST-IDX FROM 1 BY 1
               UNTIL WRK-ST-IDX > WRK-QTDE-STEPS.

       0251-BLOQUEAR-UM.
           IF WRK-SIT-PENDENTE (WRK-ST-IDX)
               MOVE 'B' TO WRK-STEP-SITUACAO (WRK-ST-IDX)
               ADD 1 TO WRK-QTDE-BLOQUEADOS
               DISPLAY 'FECHAMENTO - STEP NUNCA FICOU PRONTO (CICLO '
                       'NA TABELA?): ' WRK-STEP-NOME (WRK-ST-IDX)
           END-IF.

      ******************************* ESVAZIA O PARAMETRO, PARA A
      ******************************* EXECUCAO AVULSA PELO MENU VOLTAR
      ******************************* A PEDIR O MES NO CONSOLE
       0260-LIMPAR-PARAMETRO.
           OPEN OUTPUT PARAMETRO-MES.
           CLOSE PARAMETRO-MES.

       0300-FINALIZAR.
           PERFORM 0320-IMPRIMIR-STEP
               VARYING WRK-ST-IDX FROM 1 BY 1
               UNTIL WRK-ST-IDX > WRK-QTDE-STEPS.
           MOVE WRK-QTDE-EXECUTADOS TO REL-TOT-EXECUTADOS.
           MOVE WRK-QTDE-FALHAS     TO REL-TOT-FALHAS.
           MOVE WRK-QTDE-BLOQUEADOS TO REL-TOT-BLOQUEADOS.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           IF NOT WRK-FLUXO-LIBERADO
               MOVE 'FLUXO NAO INICIADO - MES NAO FECHADO'
                   TO REL-CONCLUSAO
           ELSE
               IF WRK-QTDE-FALHAS > ZERO OR WRK-QTDE-BLOQUEADOS > ZERO
                   MOVE 'FLUXO INTERROMPIDO - MES NAO FECHADO'
                       TO REL-CONCLUSAO
                   MOVE 'FECHAMENTO MENSAL INTERROMPIDO'
                       TO WRK-AUDIT-RESULTADO
                   IF WRK-RC-MAXIMO < 8
                       MOVE 8 TO WRK-RC-MAXIMO
                   END-IF
               ELSE
                   MOVE 'FLUXO CONCLUIDO - PERIODO CONTABIL FECHADO'
                       TO REL-CONCLUSAO
                   MOVE 'FECHAMENTO MENSAL CONCLUIDO'
                       TO WRK-AUDIT-RESULTADO
               END-IF
           END-IF.
           MOVE REL-CONCLUSAO TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-FECHAMENTO.
           MOVE WRK-RC-MAXIMO TO RETURN-CODE.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY REL-CONCLUSAO.
           DISPLAY 'FINAL DO FECHAMENTO - EXECUTADOS: '
                   WRK-QTDE-EXECUTADOS ' FALHAS: ' WRK-QTDE-FALHAS
                   ' BLOQUEADOS: ' WRK-QTDE-BLOQUEADOS.

       0320-IMPRIMIR-STEP.
           MOVE WRK-STEP-ONDA (WRK-ST-IDX)      TO REL-DET-ONDA.
           MOVE WRK-STEP-NOME (WRK-ST-IDX)      TO REL-DET-STEP.
           MOVE WRK-STEP-PROGRAMA (WRK-ST-IDX)  TO REL-DET-PROGRAMA.
           MOVE WRK-STEP-RC (WRK-ST-IDX)        TO REL-DET-RC.
           EVALUATE TRUE
               WHEN WRK-SIT-EXECUTADO (WRK-ST-IDX)
                   MOVE 'EXECUTADO' TO REL-DET-SITUACAO
               WHEN WRK-SIT-FALHOU (WRK-ST-IDX)
                   MOVE 'FALHOU' TO REL-DET-SITUACAO
               WHEN WRK-SIT-BLOQUEADO (WRK-ST-IDX)
                   MOVE 'BLOQUEADO' TO REL-DET-SITUACAO
               WHEN OTHER
                   MOVE 'PENDENTE' TO REL-DET-SITUACAO
           END-EVALUATE.
           MOVE REL-DETALHE TO REL-LINHA.
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
           MOVE 'PROGCOBS' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-ANOMES TO AUDIT-ENTRADA-CHAVE (01:06).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
