       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB16L.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: DIARIO DE NOTAS DO PROFESSOR - NO MODO L (LANCAR), O
      *           PROFESSOR INFORMA A SUA MATRICULA, A TURMA E A
      *           DISCIPLINA, QUE PRECISAM ESTAR ATRIBUIDAS A ELE NO
      *           QUADRO PROFTURM (PROFT-MATRICULA), E LANCA A NOTA DE
      *           CADA ALUNO ATIVO DA TURMA NO DIARIO (NOTALANC) DO
      *           TERMO; ATE O PRAZO DO TERMO (NOTAPAR) A NOTA VALE NA
      *           HORA, DEPOIS DO PRAZO O LANCAMENTO OU A ALTERACAO
      *           FICA PENDENTE COM O MOTIVO. NO MODO C (COORDENADOR),
      *           O COORDENADOR DO TERMO (NOTAPAR) APROVA OU RECUSA AS
      *           PENDENCIAS - NUNCA AS LANCADAS POR ELE MESMO COMO
      *           PROFESSOR. CADA NOTA E CADA DECISAO VAO PARA A TRILHA
      *           DE AUDITORIA, EM VEZ DE A SECRETARIA DIGITAR O
      *           TURMAPES DAS FOLHAS DE PAPEL
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
           SELECT NOTA-LANCAMENTO ASSIGN TO 'NOTALANC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
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
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-NOTAL              PIC X(02) VALUE '00'.
       77  WRK-FS-PROFT              PIC X(02) VALUE '00'.
       77  WRK-FS-TURMA              PIC X(02) VALUE '00'.
       77  WRK-FS-PAR                PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-MODO-SW               PIC X(01) VALUE SPACES.
           88  WRK-MODO-LANCAR           VALUE 'L'.
           88  WRK-MODO-COORDENADOR      VALUE 'C'.
       77  WRK-TERMO                 PIC X(06) VALUE SPACES.
       77  WRK-TURMA                 PIC X(20) VALUE SPACES.
       77  WRK-DISCIPLINA            PIC X(20) VALUE SPACES.
       77  WRK-PROFESSOR             PIC 9(06) VALUE ZERO.
       77  WRK-COORDENADOR           PIC 9(06) VALUE ZERO.
       77  WRK-PRAZO                 PIC 9(08) VALUE ZEROS.
       77  WRK-COORDENADOR-TERMO     PIC 9(06) VALUE ZERO.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-NOTA                  PIC 9(02)V9 VALUE ZERO.
       77  WRK-NOTA-ED               PIC Z9,9 VALUE ZEROS.
       77  WRK-PROPOSTA-ED           PIC Z9,9 VALUE ZEROS.
       77  WRK-MOTIVO                PIC X(30) VALUE SPACES.
       77  WRK-RESPOSTA              PIC X(01) VALUE SPACES.
       77  WRK-DECISAO-SW            PIC X(01) VALUE SPACES.
           88  WRK-DECISAO-APROVA        VALUE 'A'.
           88  WRK-DECISAO-RECUSA        VALUE 'R'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-PRAZO-SW              PIC X(01) VALUE 'N'.
           88  WRK-TERMO-COM-PRAZO       VALUE 'S'.
       77  WRK-ATRIBUIDO-SW          PIC X(01) VALUE 'N'.
           88  WRK-DISCIPLINA-ATRIBUIDA  VALUE 'S'.
       77  WRK-EXISTE-SW             PIC X(01) VALUE 'N'.
           88  WRK-NOTA-EXISTE           VALUE 'S'.
       77  WRK-QTDE-ALUNOS           PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-LANCADAS         PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-PENDENTES        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-NA-FILA          PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-APROVADAS        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-RECUSADAS        PIC 9(05) VALUE ZERO.
       77  WRK-AUDIT-CHAVE           PIC X(20) VALUE SPACES.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           EVALUATE TRUE
               WHEN NOT WRK-TERMO-COM-PRAZO
                   DISPLAY 'TERMO SEM PRAZO CADASTRADO NO NOTAPAR: '
                           WRK-TERMO
                   MOVE WRK-TERMO TO WRK-AUDIT-CHAVE
                   MOVE 'TERMO SEM PRAZO CADASTRADO'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-MODO-LANCAR
                   PERFORM 0200-LANCAR-NOTAS
               WHEN WRK-MODO-COORDENADOR
                   PERFORM 0230-FILA-COORDENADOR
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO - NADA FOI ALTERADO'
                   MOVE 'MODO INVALIDO' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'MODO (L=LANCAR NOTAS / C=COORDENADOR)..'.
           ACCEPT WRK-MODO-SW FROM CONSOLE.
           DISPLAY 'TERMO/PERIODO (EX: 2026-1)..'.
           ACCEPT WRK-TERMO FROM CONSOLE.
           PERFORM 0120-CARREGAR-PRAZO.
           OPEN I-O NOTA-LANCAMENTO.
           IF WRK-FS-NOTAL = '35'
               OPEN OUTPUT NOTA-LANCAMENTO
               CLOSE NOTA-LANCAMENTO
               OPEN I-O NOTA-LANCAMENTO
           END-IF.

      ******************************* PRAZO DE ENTREGA DE NOTAS E
      ******************************* COORDENADOR DO TERMO INFORMADO
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
               MOVE NOTPAR-PRAZO       TO WRK-PRAZO
               MOVE NOTPAR-COORDENADOR TO WRK-COORDENADOR-TERMO
               SET WRK-TERMO-COM-PRAZO TO TRUE
           ELSE
               PERFORM 0121-LER-PARAMETRO
           END-IF.

       0200-LANCAR-NOTAS.
           DISPLAY 'MATRICULA DO PROFESSOR..'.
           ACCEPT WRK-PROFESSOR FROM CONSOLE.
           DISPLAY 'TURMA..'.
           ACCEPT WRK-TURMA FROM CONSOLE.
           DISPLAY 'DISCIPLINA..'.
           ACCEPT WRK-DISCIPLINA FROM CONSOLE.
           MOVE WRK-PROFESSOR TO WRK-AUDIT-CHAVE.
           PERFORM 0205-CONFERIR-QUADRO.
           IF NOT WRK-DISCIPLINA-ATRIBUIDA
               DISPLAY 'TURMA/DISCIPLINA NAO ATRIBUIDA AO PROFESSOR '
                       WRK-PROFESSOR ' NO QUADRO PROFTURM'
               MOVE 'DISCIPLINA NAO ATRIBUIDA'
                   TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-EOF-SW
               OPEN INPUT TURMA
               IF WRK-FS-TURMA NOT = '00'
                   DISPLAY 'TURMA SEM ALUNOS CADASTRADOS'
                   MOVE 'TURMA SEM ALUNOS' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WRK-DATAHOJE > WRK-PRAZO
                       DISPLAY 'PRAZO DO TERMO ENCERRADO EM '
                               WRK-PRAZO ' - NOTAS FICAM PENDENTES '
                               'DO COORDENADOR'
                   END-IF
                   PERFORM 0211-LER-ALUNO
                   PERFORM 0210-LANCAR-ALUNO
                       UNTIL WRK-FIM-ARQUIVO
                   CLOSE TURMA
                   DISPLAY '----------------'
                   DISPLAY 'ALUNOS ATIVOS....: ' WRK-QTDE-ALUNOS
                   DISPLAY 'NOTAS VALIDAS....: ' WRK-QTDE-LANCADAS
                   DISPLAY 'NOTAS PENDENTES..: ' WRK-QTDE-PENDENTES
                   MOVE WRK-PROFESSOR TO WRK-AUDIT-CHAVE
                   MOVE 'DIARIO DE NOTAS ATUALIZADO'
                       TO WRK-AUDIT-RESULTADO
               END-IF
           END-IF.

      ******************************* SO O PROFESSOR ATRIBUIDO A
      ******************************* TURMA/DISCIPLINA NO QUADRO PODE
      ******************************* LANCAR A NOTA
       0205-CONFERIR-QUADRO.
           MOVE 'N' TO WRK-ATRIBUIDO-SW.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT PROFESSOR-TURMA.
           IF WRK-FS-PROFT = '00'
               PERFORM 0206-LER-QUADRO
               PERFORM 0207-COMPARAR-QUADRO
                   UNTIL WRK-FIM-ARQUIVO
                      OR WRK-DISCIPLINA-ATRIBUIDA
               CLOSE PROFESSOR-TURMA
           END-IF.

       0206-LER-QUADRO.
           READ PROFESSOR-TURMA
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0207-COMPARAR-QUADRO.
           IF PROFT-TURMA = WRK-TURMA
              AND PROFT-DISCIPLINA = WRK-DISCIPLINA
              AND PROFT-MATRICULA = WRK-PROFESSOR
               SET WRK-DISCIPLINA-ATRIBUIDA TO TRUE
           ELSE
               PERFORM 0206-LER-QUADRO
           END-IF.

       0210-LANCAR-ALUNO.
           IF TUR-STATUS-ATIVO
               ADD 1 TO WRK-QTDE-ALUNOS
               PERFORM 0215-LANCAR-NOTA-ALUNO
           END-IF.
           PERFORM 0211-LER-ALUNO.

       0211-LER-ALUNO.
           READ TURMA
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0215-LANCAR-NOTA-ALUNO.
           MOVE WRK-TERMO      TO NOTAL-TERMO.
           MOVE WRK-TURMA      TO NOTAL-TURMA.
           MOVE WRK-DISCIPLINA TO NOTAL-DISCIPLINA.
           MOVE TUR-NOME       TO NOTAL-ALUNO.
           MOVE 'S' TO WRK-EXISTE-SW.
           READ NOTA-LANCAMENTO KEY IS NOTAL-CHAVE
               INVALID KEY MOVE 'N' TO WRK-EXISTE-SW
           END-READ.
           DISPLAY '----------------'.
           DISPLAY 'ALUNO: ' TUR-NOME.
           IF WRK-NOTA-EXISTE
               MOVE NOTAL-NOTA TO WRK-NOTA-ED
               MOVE NOTAL-NOTA-PROPOSTA TO WRK-PROPOSTA-ED
               EVALUATE TRUE
                   WHEN NOTAL-STATUS-LANCADA
                       DISPLAY 'NOTA ATUAL: ' WRK-NOTA-ED
                   WHEN NOTAL-STATUS-ALTERACAO
                       DISPLAY 'NOTA ATUAL: ' WRK-NOTA-ED
                               ' ALTERACAO PENDENTE PARA '
                               WRK-PROPOSTA-ED
                   WHEN OTHER
                       DISPLAY 'SEM NOTA - LANCAMENTO PENDENTE DE '
                               WRK-PROPOSTA-ED
               END-EVALUATE
           ELSE
               DISPLAY 'SEM NOTA LANCADA'
           END-IF.
           DISPLAY 'LANCAR/ALTERAR A NOTA DESTE ALUNO (S/N)..'.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF WRK-RESPOSTA = 'S'
               DISPLAY 'NOTA (0,0 A 10,0)..'
               ACCEPT WRK-NOTA FROM CONSOLE
               IF WRK-NOTA > 10
                   DISPLAY 'NOTA INVALIDA - ALUNO MANTIDO COMO ESTAVA'
               ELSE
                   IF WRK-DATAHOJE > WRK-PRAZO
                       PERFORM 0225-PROPOR-NOTA
                   ELSE
                       PERFORM 0220-GRAVAR-NOTA
                   END-IF
               END-IF
           END-IF.

      ******************************* DENTRO DO PRAZO A NOTA VALE NA
      ******************************* HORA
       0220-GRAVAR-NOTA.
           IF WRK-NOTA-EXISTE
               MOVE WRK-NOTA      TO NOTAL-NOTA
               MOVE WRK-PROFESSOR TO NOTAL-PROFESSOR
               MOVE WRK-DATAHOJE  TO NOTAL-DATA-LANCAMENTO
               MOVE WRK-OPERADOR  TO NOTAL-OPERADOR
               SET NOTAL-STATUS-LANCADA TO TRUE
               MOVE ZERO   TO NOTAL-NOTA-PROPOSTA
               MOVE ZERO   TO NOTAL-DATA-PROPOSTA
               MOVE SPACES TO NOTAL-MOTIVO-ALTERACAO
               REWRITE NOTAL-REGISTRO
               MOVE 'NOTA ALTERADA NO PRAZO' TO WRK-AUDIT-RESULTADO
           ELSE
               INITIALIZE NOTAL-REGISTRO
               MOVE WRK-TERMO      TO NOTAL-TERMO
               MOVE WRK-TURMA      TO NOTAL-TURMA
               MOVE WRK-DISCIPLINA TO NOTAL-DISCIPLINA
               MOVE TUR-NOME       TO NOTAL-ALUNO
               MOVE WRK-NOTA       TO NOTAL-NOTA
               MOVE WRK-PROFESSOR  TO NOTAL-PROFESSOR
               MOVE WRK-DATAHOJE   TO NOTAL-DATA-LANCAMENTO
               MOVE WRK-OPERADOR   TO NOTAL-OPERADOR
               SET NOTAL-STATUS-LANCADA TO TRUE
               WRITE NOTAL-REGISTRO
               MOVE 'NOTA LANCADA NO PRAZO' TO WRK-AUDIT-RESULTADO
           END-IF.
           ADD 1 TO WRK-QTDE-LANCADAS.
           PERFORM 0275-AUDITAR-NOTA.

      ******************************* DEPOIS DO PRAZO A NOTA NOVA OU
      ******************************* ALTERADA FICA PENDENTE DO
      ******************************* COORDENADOR, COM O MOTIVO; A
      ******************************* NOTA VIGENTE NAO MUDA
       0225-PROPOR-NOTA.
           DISPLAY 'MOTIVO DO LANCAMENTO FORA DO PRAZO..'.
           ACCEPT WRK-MOTIVO FROM CONSOLE.
           IF WRK-NOTA-EXISTE
               IF NOT NOTAL-STATUS-TARDIA
                   SET NOTAL-STATUS-ALTERACAO TO TRUE
               END-IF
               MOVE WRK-NOTA      TO NOTAL-NOTA-PROPOSTA
               MOVE WRK-PROFESSOR TO NOTAL-PROFESSOR
               MOVE WRK-DATAHOJE  TO NOTAL-DATA-PROPOSTA
               MOVE WRK-OPERADOR  TO NOTAL-OPERADOR
               MOVE WRK-MOTIVO    TO NOTAL-MOTIVO-ALTERACAO
               REWRITE NOTAL-REGISTRO
           ELSE
               INITIALIZE NOTAL-REGISTRO
               MOVE WRK-TERMO      TO NOTAL-TERMO
               MOVE WRK-TURMA      TO NOTAL-TURMA
               MOVE WRK-DISCIPLINA TO NOTAL-DISCIPLINA
               MOVE TUR-NOME       TO NOTAL-ALUNO
               MOVE WRK-PROFESSOR  TO NOTAL-PROFESSOR
               MOVE WRK-OPERADOR   TO NOTAL-OPERADOR
               SET NOTAL-STATUS-TARDIA TO TRUE
               MOVE WRK-NOTA       TO NOTAL-NOTA-PROPOSTA
               MOVE WRK-DATAHOJE   TO NOTAL-DATA-PROPOSTA
               MOVE WRK-MOTIVO     TO NOTAL-MOTIVO-ALTERACAO
               WRITE NOTAL-REGISTRO
           END-IF.
           ADD 1 TO WRK-QTDE-PENDENTES.
           DISPLAY 'NOTA PENDENTE DE APROVACAO DO COORDENADOR'.
           MOVE 'NOTA PENDENTE DE COORDENADOR' TO WRK-AUDIT-RESULTADO.
           PERFORM 0275-AUDITAR-NOTA.

      ******************************* O COORDENADOR DO TERMO PERCORRE
      ******************************* AS NOTAS PENDENTES DO TERMO E
      ******************************* DECIDE CADA UMA
       0230-FILA-COORDENADOR.
           DISPLAY 'MATRICULA DO COORDENADOR..'.
           ACCEPT WRK-COORDENADOR FROM CONSOLE.
           MOVE WRK-COORDENADOR TO WRK-AUDIT-CHAVE.
           IF WRK-COORDENADOR NOT = WRK-COORDENADOR-TERMO
               DISPLAY 'MATRICULA NAO E O COORDENADOR DO TERMO '
                       WRK-TERMO
               MOVE 'NAO E O COORDENADOR DO TERMO'
                   TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-EOF-SW
               MOVE LOW-VALUES TO NOTAL-CHAVE
               MOVE WRK-TERMO TO NOTAL-TERMO
               START NOTA-LANCAMENTO KEY IS NOT LESS THAN NOTAL-CHAVE
                   INVALID KEY SET WRK-FIM-ARQUIVO TO TRUE
               END-START
               PERFORM 0245-LER-NOTA
               PERFORM 0240-AVALIAR-NOTA
                   UNTIL WRK-FIM-ARQUIVO
               DISPLAY '----------------'
               DISPLAY 'NOTAS NA FILA....: ' WRK-QTDE-NA-FILA
               DISPLAY 'APROVADAS........: ' WRK-QTDE-APROVADAS
               DISPLAY 'RECUSADAS........: ' WRK-QTDE-RECUSADAS
               MOVE WRK-COORDENADOR TO WRK-AUDIT-CHAVE
               MOVE 'FILA DO COORDENADOR ENCERRADA'
                   TO WRK-AUDIT-RESULTADO
           END-IF.

       0240-AVALIAR-NOTA.
           IF NOTAL-PENDENTE-COORD
              AND NOTAL-PROFESSOR NOT = WRK-COORDENADOR
               PERFORM 0250-DECIDIR-NOTA
           END-IF.
           PERFORM 0245-LER-NOTA.

       0245-LER-NOTA.
           IF NOT WRK-FIM-ARQUIVO
               READ NOTA-LANCAMENTO NEXT RECORD
                   AT END SET WRK-FIM-ARQUIVO TO TRUE
               END-READ
               IF NOT WRK-FIM-ARQUIVO
                  AND NOTAL-TERMO NOT = WRK-TERMO
                   SET WRK-FIM-ARQUIVO TO TRUE
               END-IF
           END-IF.

      ******************************* APROVADA, A PROPOSTA PASSA A
      ******************************* SER A NOTA; RECUSADA, VOLTA A
      ******************************* NOTA ANTERIOR (OU O ALUNO
      ******************************* CONTINUA SEM NOTA, SE ERA UM
      ******************************* LANCAMENTO TARDIO)
       0250-DECIDIR-NOTA.
           ADD 1 TO WRK-QTDE-NA-FILA.
           MOVE NOTAL-NOTA TO WRK-NOTA-ED.
           MOVE NOTAL-NOTA-PROPOSTA TO WRK-PROPOSTA-ED.
           DISPLAY '----------------'.
           DISPLAY 'TURMA ' NOTAL-TURMA ' DISCIPLINA '
                   NOTAL-DISCIPLINA.
           DISPLAY 'ALUNO ' NOTAL-ALUNO ' PROFESSOR '
                   NOTAL-PROFESSOR.
           IF NOTAL-STATUS-TARDIA
               DISPLAY 'SEM NOTA - PROPOSTA ' WRK-PROPOSTA-ED
                       ' EM ' NOTAL-DATA-PROPOSTA
           ELSE
               DISPLAY 'NOTA ATUAL ' WRK-NOTA-ED ' - PROPOSTA '
                       WRK-PROPOSTA-ED ' EM ' NOTAL-DATA-PROPOSTA
           END-IF.
           DISPLAY 'MOTIVO: ' NOTAL-MOTIVO-ALTERACAO.
           DISPLAY 'APROVAR, RECUSAR OU DEIXAR PENDENTE (A/R/P)..'.
           ACCEPT WRK-DECISAO-SW FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-DECISAO-APROVA
                   MOVE NOTAL-NOTA-PROPOSTA   TO NOTAL-NOTA
                   MOVE NOTAL-DATA-PROPOSTA   TO NOTAL-DATA-LANCAMENTO
                   SET NOTAL-STATUS-LANCADA TO TRUE
                   MOVE WRK-COORDENADOR TO NOTAL-COORDENADOR
                   MOVE WRK-DATAHOJE    TO NOTAL-DATA-DECISAO
                   REWRITE NOTAL-REGISTRO
                   ADD 1 TO WRK-QTDE-APROVADAS
                   DISPLAY 'NOTA APROVADA'
                   MOVE 'ALTERACAO DE NOTA APROVADA'
                       TO WRK-AUDIT-RESULTADO
                   PERFORM 0276-AUDITAR-DECISAO
               WHEN WRK-DECISAO-RECUSA
                   ADD 1 TO WRK-QTDE-RECUSADAS
                   DISPLAY 'NOTA RECUSADA'
                   MOVE 'ALTERACAO DE NOTA RECUSADA'
                       TO WRK-AUDIT-RESULTADO
                   PERFORM 0276-AUDITAR-DECISAO
                   IF NOTAL-STATUS-TARDIA
                       DELETE NOTA-LANCAMENTO RECORD
                   ELSE
                       SET NOTAL-STATUS-LANCADA TO TRUE
                       MOVE ZERO TO NOTAL-NOTA-PROPOSTA
                       MOVE WRK-COORDENADOR TO NOTAL-COORDENADOR
                       MOVE WRK-DATAHOJE    TO NOTAL-DATA-DECISAO
                       REWRITE NOTAL-REGISTRO
                   END-IF
               WHEN OTHER
                   DISPLAY 'NOTA CONTINUA PENDENTE'
           END-EVALUATE.

       0275-AUDITAR-NOTA.
           MOVE SPACES TO WRK-AUDIT-CHAVE.
           MOVE WRK-PROFESSOR TO WRK-AUDIT-CHAVE (01:06).
           MOVE NOTAL-ALUNO TO WRK-AUDIT-CHAVE (08:13).
           PERFORM 0310-GRAVAR-AUDITORIA.

       0276-AUDITAR-DECISAO.
           MOVE SPACES TO WRK-AUDIT-CHAVE.
           MOVE WRK-COORDENADOR TO WRK-AUDIT-CHAVE (01:06).
           MOVE NOTAL-ALUNO TO WRK-AUDIT-CHAVE (08:13).
           PERFORM 0310-GRAVAR-AUDITORIA.

       0300-FINALIZAR.
           CLOSE NOTA-LANCAMENTO.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

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
           MOVE 'PROGCOB16L' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-AUDIT-CHAVE TO AUDIT-ENTRADA-CHAVE.
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
