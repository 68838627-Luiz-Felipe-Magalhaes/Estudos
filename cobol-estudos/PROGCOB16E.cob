       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB16E.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: ENTREGAS DE NOTAS PENDENTES POR PROFESSOR - PARA O
      *           TERMO E A TURMA INFORMADOS, CRUZA CADA DISCIPLINA DA
      *           TURMA NO QUADRO PROFTURM COM CADA ALUNO ATIVO DA
      *           TURMA E PROCURA A NOTA NO DIARIO (NOTALANC, MANTIDO
      *           PELO PROGCOB16L); ALUNO SEM NOTA VIGENTE SAI NO
      *           RELATORIO (RELPENDN) COM O PROFESSOR RESPONSAVEL, E
      *           O RESUMO TRAZ QUANTAS NOTAS CADA PROFESSOR DEVE. COM
      *           ALGUMA NOTA FALTANDO SAI COM RETORNO 8 E NAO TOCA NO
      *           TURMAPES - O BOLETIM PONDERADO (PROGCOB16P) NAO DEVE
      *           RODAR; COM A TURMA COMPLETA, MONTA O TURMAPES DO
      *           DIARIO, NA ORDEM DAS DISCIPLINAS DO QUADRO (A MESMA
      *           QUE O PROGCOB16A USA) E COM O PESO DE CADA UMA
      *           (PROFT-PESO), EM VEZ DE NOTA QUE FALTA VIRAR ZERO
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
           SELECT OPERADORES-MASTER ASSIGN TO 'OPERTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WRK-FS-OPER.
           SELECT NOTA-LANCAMENTO ASSIGN TO 'NOTALANC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOTAL-CHAVE
               FILE STATUS IS WRK-FS-NOTAL.
           SELECT PROFESSOR-TURMA ASSIGN TO 'PROFTURM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFT.
           SELECT TURMA ASSIGN TO 'TURMA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURMA.
           SELECT PARAM-NOTAS ASSIGN TO 'NOTAPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAR.
           SELECT TURMA-PESOS ASSIGN TO 'TURMAPES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURP.
           SELECT RELATORIO-PENDENCIAS ASSIGN TO 'RELPENDN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-MASTER.
           COPY CPOPERAD.
       FD  NOTA-LANCAMENTO.
           COPY CPNOTAL.
       FD  PROFESSOR-TURMA.
           COPY CPPROFT.
       FD  TURMA.
           COPY CPTURMA.
       FD  PARAM-NOTAS.
       01  NOTPAR-REGISTRO.
           05  NOTPAR-TERMO          PIC X(06).
           05  NOTPAR-PRAZO          PIC 9(08).
           05  NOTPAR-COORDENADOR    PIC 9(06).
       FD  TURMA-PESOS.
       01  TURP-REGISTRO.
           05  TURP-NOME              PIC X(20).
           05  TURP-QTDE-MATERIAS     PIC 9(02).
           05  TURP-MATERIA OCCURS 1 TO 10 TIMES
                                  DEPENDING ON TURP-QTDE-MATERIAS
                                  INDEXED BY TURP-IDX.
               10  TURP-NOTA          PIC 9(02)V9.
               10  TURP-PESO          PIC 9(01)V9.
       FD  RELATORIO-PENDENCIAS.
       01  REL-LINHA                 PIC X(100).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-OPER               PIC X(02) VALUE '00'.
       77  WRK-FS-NOTAL              PIC X(02) VALUE '00'.
       77  WRK-FS-PROFT              PIC X(02) VALUE '00'.
       77  WRK-FS-TURMA              PIC X(02) VALUE '00'.
       77  WRK-FS-PAR                PIC X(02) VALUE '00'.
       77  WRK-FS-TURP               PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-OPERADOR-OK-SW        PIC X(01) VALUE 'N'.
           88  WRK-OPERADOR-OK           VALUE 'S'.
       77  WRK-TERMO                 PIC X(06) VALUE SPACES.
       77  WRK-TURMA                 PIC X(20) VALUE SPACES.
       77  WRK-PRAZO                 PIC 9(08) VALUE ZEROS.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-PRAZO-SW              PIC X(01) VALUE 'N'.
           88  WRK-TERMO-COM-PRAZO       VALUE 'S'.
       77  WRK-NOTA-SW               PIC X(01) VALUE 'N'.
           88  WRK-ALUNO-COM-NOTA        VALUE 'S'.
       77  WRK-ABERTO-SW             PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-ABERTOS      VALUE 'S'.
       77  WRK-DIARIO-SW             PIC X(01) VALUE 'N'.
           88  WRK-DIARIO-ABERTO         VALUE 'S'.
       77  WRK-QTDE-ALUNOS           PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-FALTANTES        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-ALTERACOES       PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-GRAVADOS         PIC 9(05) VALUE ZERO.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
      ******************************* DISCIPLINAS DA TURMA NA ORDEM
      ******************************* DO QUADRO (POSICAO NO TURMAPES)
       77  WRK-QTDE-DISCIPLINAS      PIC 9(02) VALUE ZERO.
       77  WRK-DS-IDX                PIC 9(02) VALUE ZERO.
       77  WRK-DS-SW                 PIC X(01) VALUE 'N'.
           88  WRK-DS-ACHOU              VALUE 'S'.
       01  WRK-TABELA-DISCIPLINAS.
           05  WRK-DISC OCCURS 10 TIMES.
               10  WRK-DISC-NOME         PIC X(20).
               10  WRK-DISC-PROFESSOR    PIC 9(06).
               10  WRK-DISC-PROF-NOME    PIC X(20).
               10  WRK-DISC-PESO         PIC 9(01)V9.
               10  WRK-DISC-FALTANTES    PIC 9(05).
      ******************************* NOTAS DEVIDAS POR PROFESSOR
       77  WRK-QTDE-PROFS            PIC 9(02) VALUE ZERO.
       77  WRK-PR-IDX                PIC 9(02) VALUE ZERO.
       77  WRK-PR-SW                 PIC X(01) VALUE 'N'.
           88  WRK-PR-ACHOU              VALUE 'S'.
       01  WRK-TABELA-PROFESSORES.
           05  WRK-PROF OCCURS 1 TO 10 TIMES
                        DEPENDING ON WRK-QTDE-PROFS.
               10  WRK-PR-MATRICULA      PIC 9(06).
               10  WRK-PR-NOME           PIC X(20).
               10  WRK-PR-FALTANTES      PIC 9(05).
       01  REL-CABECALHO.
           05  FILLER                PIC X(32) VALUE
               'ENTREGAS DE NOTAS PENDENTES - '.
           05  REL-CAB-TURMA         PIC X(20).
           05  FILLER                PIC X(08) VALUE ' TERMO '.
           05  REL-CAB-TERMO         PIC X(06).
           05  FILLER                PIC X(08) VALUE ' PRAZO '.
           05  REL-CAB-PRAZO         PIC 9(08).
       01  REL-TITULOS.
           05  FILLER                PIC X(42) VALUE
               'PROFESSOR                   DISCIPLINA    '.
           05  FILLER                PIC X(36) VALUE
               '       ALUNO SEM NOTA'.
       01  REL-DETALHE.
           05  REL-DET-PROFESSOR     PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-PROF-NOME     PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-DISCIPLINA    PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-ALUNO         PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-SITUACAO      PIC X(25).
       01  REL-RESUMO-TITULO.
           05  FILLER                PIC X(40) VALUE
               'RESUMO POR PROFESSOR - NOTAS FALTANDO'.
       01  REL-RESUMO.
           05  REL-RES-PROFESSOR     PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-RES-NOME          PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-RES-FALTANTES     PIC ZZZZ9.
       01  REL-TOTAL.
           05  FILLER                PIC X(20) VALUE
               'ALUNOS ATIVOS.....: '.
           05  REL-TOT-ALUNOS        PIC ZZZZ9.
           05  FILLER                PIC X(22) VALUE
               '  NOTAS FALTANDO....: '.
           05  REL-TOT-FALTANTES     PIC ZZZZ9.
           05  FILLER                PIC X(22) VALUE
               '  ALTERACOES PEND...: '.
           05  REL-TOT-ALTERACOES    PIC ZZZZ9.
       01  REL-CONCLUSAO             PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF RETURN-CODE = 0
               PERFORM 0200-CONFERIR-ALUNO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE TURMA
               PERFORM 0250-RESUMIR-PROFESSORES
               PERFORM 0260-CONCLUIR
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           OPEN INPUT OPERADORES-MASTER.
           PERFORM 0110-VALIDAR-OPERADOR.
           CLOSE OPERADORES-MASTER.
           IF NOT WRK-OPERADOR-OK
               MOVE 'OPERADOR NAO AUTORIZADO' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'TERMO/PERIODO (EX: 2026-1)..'
               ACCEPT WRK-TERMO FROM CONSOLE
               DISPLAY 'NOME DA TURMA (PARA O QUADRO PROFTURM)..'
               ACCEPT WRK-TURMA FROM CONSOLE
               PERFORM 0120-CARREGAR-PRAZO
               PERFORM 0130-CARREGAR-QUADRO
               EVALUATE TRUE
                   WHEN NOT WRK-TERMO-COM-PRAZO
                       DISPLAY 'TERMO SEM PRAZO CADASTRADO NO '
                               'NOTAPAR: ' WRK-TERMO
                       MOVE 'TERMO SEM PRAZO CADASTRADO'
                           TO WRK-AUDIT-RESULTADO
                       MOVE 8 TO RETURN-CODE
                   WHEN WRK-QTDE-DISCIPLINAS = ZERO
                       DISPLAY 'TURMA SEM DISCIPLINAS NO QUADRO: '
                               WRK-TURMA
                       MOVE 'TURMA SEM QUADRO' TO WRK-AUDIT-RESULTADO
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM 0140-ABRIR-ARQUIVOS
               END-EVALUATE
           END-IF.

      ******************************* O OPERADOR PRECISA EXISTIR,
      ******************************* ESTAR ATIVO E TER A AUTORIZACAO
      ******************************* ACADEMICA
       0110-VALIDAR-OPERADOR.
           MOVE 'N' TO WRK-OPERADOR-OK-SW.
           MOVE WRK-OPERADOR TO OPER-ID.
           READ OPERADORES-MASTER
               INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO NO OPERTAB'
               NOT INVALID KEY
                   IF OPER-STATUS-ATIVO
                      AND OPER-AUTORIZADO-ACADEMICO
                       SET WRK-OPERADOR-OK TO TRUE
                   ELSE
                       DISPLAY 'OPERADOR INATIVO OU SEM AUTORIZACAO '
                               'ACADEMICA'
                   END-IF
           END-READ.

      ******************************* PRAZO DE ENTREGA DO TERMO
       0120-CARREGAR-PRAZO.
           MOVE 'N' TO WRK-PRAZO-SW.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT PARAM-NOTAS.
           IF WRK-FS-PAR = '00'
               PERFORM 0121-LER-PARAMETRO
               PERFORM 0122-COMPARAR-TERMO
                   UNTIL WRK-FIM-ARQUIVO OR WRK-TERMO-COM-PRAZO
               CLOSE PARAM-NOTAS
           END-IF.

       0121-LER-PARAMETRO.
           READ PARAM-NOTAS
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0122-COMPARAR-TERMO.
           IF NOTPAR-TERMO = WRK-TERMO
               MOVE NOTPAR-PRAZO TO WRK-PRAZO
               SET WRK-TERMO-COM-PRAZO TO TRUE
           ELSE
               PERFORM 0121-LER-PARAMETRO
           END-IF.

      ******************************* GUARDA, NA ORDEM DO QUADRO, CADA
      ******************************* DISCIPLINA DA TURMA UMA VEZ SO,
      ******************************* COM O PROFESSOR E O PESO
       0130-CARREGAR-QUADRO.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT PROFESSOR-TURMA.
           IF WRK-FS-PROFT = '00'
               PERFORM 0131-LER-QUADRO
               PERFORM 0132-GUARDAR-DISCIPLINA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE PROFESSOR-TURMA
           END-IF.

       0131-LER-QUADRO.
           READ PROFESSOR-TURMA
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0132-GUARDAR-DISCIPLINA.
           IF PROFT-TURMA = WRK-TURMA
               PERFORM 0133-LOCALIZAR-DISCIPLINA
               IF NOT WRK-DS-ACHOU
                  AND WRK-QTDE-DISCIPLINAS < 10
                   ADD 1 TO WRK-QTDE-DISCIPLINAS
                   MOVE WRK-QTDE-DISCIPLINAS TO WRK-DS-IDX
                   MOVE PROFT-DISCIPLINA TO WRK-DISC-NOME (WRK-DS-IDX)
                   MOVE PROFT-MATRICULA
                       TO WRK-DISC-PROFESSOR (WRK-DS-IDX)
                   MOVE PROFT-NOME TO WRK-DISC-PROF-NOME (WRK-DS-IDX)
                   MOVE ZERO TO WRK-DISC-FALTANTES (WRK-DS-IDX)
                   IF PROFT-PESO NOT NUMERIC
                      OR PROFT-PESO = ZERO
                       MOVE 1,0 TO WRK-DISC-PESO (WRK-DS-IDX)
                   ELSE
                       MOVE PROFT-PESO TO WRK-DISC-PESO (WRK-DS-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0131-LER-QUADRO.

       0133-LOCALIZAR-DISCIPLINA.
           MOVE 'N' TO WRK-DS-SW.
           PERFORM 0134-COMPARAR-DISCIPLINA
               VARYING WRK-DS-IDX FROM 1 BY 1
               UNTIL WRK-DS-IDX > WRK-QTDE-DISCIPLINAS
                  OR WRK-DS-ACHOU.

       0134-COMPARAR-DISCIPLINA.
           IF WRK-DISC-NOME (WRK-DS-IDX) = PROFT-DISCIPLINA
               SET WRK-DS-ACHOU TO TRUE
           END-IF.

       0140-ABRIR-ARQUIVOS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT TURMA.
           IF WRK-FS-TURMA NOT = '00'
               DISPLAY 'TURMA SEM ALUNOS CADASTRADOS'
               MOVE 'TURMA SEM ALUNOS' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT NOTA-LANCAMENTO
               IF WRK-FS-NOTAL = '00'
                   SET WRK-DIARIO-ABERTO TO TRUE
               ELSE
                   DISPLAY 'DIARIO DE NOTAS VAZIO - TODAS AS NOTAS '
                           'ESTAO FALTANDO'
               END-IF
               SET WRK-ARQUIVOS-ABERTOS TO TRUE
               OPEN OUTPUT RELATORIO-PENDENCIAS
               MOVE WRK-TURMA TO REL-CAB-TURMA
               MOVE WRK-TERMO TO REL-CAB-TERMO
               MOVE WRK-PRAZO TO REL-CAB-PRAZO
               MOVE REL-CABECALHO TO REL-LINHA
               WRITE REL-LINHA
               MOVE REL-TITULOS TO REL-LINHA
               WRITE REL-LINHA
               PERFORM 0211-LER-ALUNO
           END-IF.

       0200-CONFERIR-ALUNO.
           IF TUR-STATUS-ATIVO
               ADD 1 TO WRK-QTDE-ALUNOS
               PERFORM 0210-CONFERIR-DISCIPLINA
                   VARYING WRK-DS-IDX FROM 1 BY 1
                   UNTIL WRK-DS-IDX > WRK-QTDE-DISCIPLINAS
           END-IF.
           PERFORM 0211-LER-ALUNO.

      ******************************* SEM REGISTRO NO DIARIO, OU SO
      ******************************* COM LANCAMENTO TARDIO AINDA NAO
      ******************************* APROVADO, O ALUNO ESTA SEM NOTA
       0210-CONFERIR-DISCIPLINA.
           PERFORM 0215-BUSCAR-NOTA.
           IF NOT WRK-ALUNO-COM-NOTA
               ADD 1 TO WRK-QTDE-FALTANTES
               ADD 1 TO WRK-DISC-FALTANTES (WRK-DS-IDX)
               MOVE WRK-DISC-PROFESSOR (WRK-DS-IDX)
                   TO REL-DET-PROFESSOR
               MOVE WRK-DISC-PROF-NOME (WRK-DS-IDX)
                   TO REL-DET-PROF-NOME
               MOVE WRK-DISC-NOME (WRK-DS-IDX) TO REL-DET-DISCIPLINA
               MOVE TUR-NOME TO REL-DET-ALUNO
               IF WRK-FS-NOTAL = '00' AND NOTAL-STATUS-TARDIA
                   MOVE 'LANCAMENTO TARDIO PENDENTE'
                       TO REL-DET-SITUACAO
               ELSE
                   MOVE 'NAO LANCADA' TO REL-DET-SITUACAO
               END-IF
               MOVE REL-DETALHE TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               IF NOTAL-STATUS-ALTERACAO
                   ADD 1 TO WRK-QTDE-ALTERACOES
               END-IF
           END-IF.

       0211-LER-ALUNO.
           READ TURMA
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0215-BUSCAR-NOTA.
           MOVE 'N' TO WRK-NOTA-SW.
           MOVE WRK-TERMO                  TO NOTAL-TERMO.
           MOVE WRK-TURMA                  TO NOTAL-TURMA.
           MOVE WRK-DISC-NOME (WRK-DS-IDX) TO NOTAL-DISCIPLINA.
           MOVE TUR-NOME                   TO NOTAL-ALUNO.
           IF WRK-DIARIO-ABERTO
               READ NOTA-LANCAMENTO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF NOTAL-COM-NOTA
                           SET WRK-ALUNO-COM-NOTA TO TRUE
                       END-IF
               END-READ
           ELSE
               MOVE '35' TO WRK-FS-NOTAL
           END-IF.

      ******************************* SOMA AS NOTAS FALTANDO DE CADA
      ******************************* PROFESSOR E IMPRIME O RESUMO
       0250-RESUMIR-PROFESSORES.
           PERFORM 0251-ACUMULAR-PROFESSOR
               VARYING WRK-DS-IDX FROM 1 BY 1
               UNTIL WRK-DS-IDX > WRK-QTDE-DISCIPLINAS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-RESUMO-TITULO TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0255-IMPRIMIR-PROFESSOR
               VARYING WRK-PR-IDX FROM 1 BY 1
               UNTIL WRK-PR-IDX > WRK-QTDE-PROFS.
           MOVE WRK-QTDE-ALUNOS     TO REL-TOT-ALUNOS.
           MOVE WRK-QTDE-FALTANTES  TO REL-TOT-FALTANTES.
           MOVE WRK-QTDE-ALTERACOES TO REL-TOT-ALTERACOES.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.

       0251-ACUMULAR-PROFESSOR.
           MOVE 'N' TO WRK-PR-SW.
           PERFORM 0252-COMPARAR-PROFESSOR
               VARYING WRK-PR-IDX FROM 1 BY 1
               UNTIL WRK-PR-IDX > WRK-QTDE-PROFS OR WRK-PR-ACHOU.
           IF WRK-PR-ACHOU
               SUBTRACT 1 FROM WRK-PR-IDX
           ELSE
               ADD 1 TO WRK-QTDE-PROFS
               MOVE WRK-QTDE-PROFS TO WRK-PR-IDX
               MOVE WRK-DISC-PROFESSOR (WRK-DS-IDX)
                   TO WRK-PR-MATRICULA (WRK-PR-IDX)
               MOVE WRK-DISC-PROF-NOME (WRK-DS-IDX)
                   TO WRK-PR-NOME (WRK-PR-IDX)
               MOVE ZERO TO WRK-PR-FALTANTES (WRK-PR-IDX)
           END-IF.
           ADD WRK-DISC-FALTANTES (WRK-DS-IDX)
               TO WRK-PR-FALTANTES (WRK-PR-IDX).

       0252-COMPARAR-PROFESSOR.
           IF WRK-PR-MATRICULA (WRK-PR-IDX) =
              WRK-DISC-PROFESSOR (WRK-DS-IDX)
               SET WRK-PR-ACHOU TO TRUE
           END-IF.

       0255-IMPRIMIR-PROFESSOR.
           MOVE WRK-PR-MATRICULA (WRK-PR-IDX) TO REL-RES-PROFESSOR.
           MOVE WRK-PR-NOME (WRK-PR-IDX)      TO REL-RES-NOME.
           MOVE WRK-PR-FALTANTES (WRK-PR-IDX) TO REL-RES-FALTANTES.
           MOVE REL-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************* TURMA INCOMPLETA BLOQUEIA O
      ******************************* BOLETIM; COMPLETA, O TURMAPES E
      ******************************* MONTADO DO DIARIO
       0260-CONCLUIR.
           EVALUATE TRUE
               WHEN WRK-QTDE-ALUNOS = ZERO
                   MOVE 'TURMA SEM ALUNOS ATIVOS - TURMAPES MANTIDO'
                       TO REL-CONCLUSAO
                   MOVE 'TURMA SEM ALUNOS ATIVOS'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTDE-FALTANTES > ZERO
                   MOVE 'NOTAS FALTANDO - NAO RODAR O BOLETIM PONDERADO'
                       TO REL-CONCLUSAO
                   MOVE 'ENTREGAS DE NOTAS PENDENTES'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 0270-MONTAR-TURMAPES
                   MOVE 'TURMA COMPLETA - TURMAPES MONTADO DO DIARIO'
                       TO REL-CONCLUSAO
                   MOVE 'TURMAPES MONTADO DO DIARIO'
                       TO WRK-AUDIT-RESULTADO
                   IF WRK-QTDE-ALTERACOES > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.
           MOVE REL-CONCLUSAO TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-CONCLUSAO.

      ******************************* UM REGISTRO POR ALUNO ATIVO, COM
      ******************************* A NOTA VIGENTE E O PESO DE CADA
      ******************************* DISCIPLINA NA ORDEM DO QUADRO
       0270-MONTAR-TURMAPES.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT TURMA.
           OPEN OUTPUT TURMA-PESOS.
           PERFORM 0211-LER-ALUNO.
           PERFORM 0275-GRAVAR-ALUNO
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE TURMA-PESOS.
           CLOSE TURMA.

       0275-GRAVAR-ALUNO.
           IF TUR-STATUS-ATIVO
               MOVE TUR-NOME TO TURP-NOME
               MOVE WRK-QTDE-DISCIPLINAS TO TURP-QTDE-MATERIAS
               PERFORM 0276-GRAVAR-MATERIA
                   VARYING WRK-DS-IDX FROM 1 BY 1
                   UNTIL WRK-DS-IDX > WRK-QTDE-DISCIPLINAS
               WRITE TURP-REGISTRO
               ADD 1 TO WRK-QTDE-GRAVADOS
           END-IF.
           PERFORM 0211-LER-ALUNO.

       0276-GRAVAR-MATERIA.
           PERFORM 0215-BUSCAR-NOTA.
           SET TURP-IDX TO WRK-DS-IDX.
           MOVE NOTAL-NOTA TO TURP-NOTA (TURP-IDX).
           MOVE WRK-DISC-PESO (WRK-DS-IDX) TO TURP-PESO (TURP-IDX).

       0300-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               CLOSE RELATORIO-PENDENCIAS
           END-IF.
           IF WRK-DIARIO-ABERTO
               CLOSE NOTA-LANCAMENTO
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - ALUNOS: ' WRK-QTDE-ALUNOS
                   ' NOTAS FALTANDO: ' WRK-QTDE-FALTANTES
                   ' GRAVADOS NO TURMAPES: ' WRK-QTDE-GRAVADOS.

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
           MOVE 'PROGCOB16E' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-TURMA TO AUDIT-ENTRADA-CHAVE.
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
