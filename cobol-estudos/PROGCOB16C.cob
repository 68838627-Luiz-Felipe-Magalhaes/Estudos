       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB16C.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: EXPORTACAO ANUAL DO CENSO ESCOLAR - PARA O ANO BASE
      *           E A TURMA INFORMADOS, GERA O ARQUIVO NO LAYOUT FIXO
      *           DO CENSO (CENSOESC, COPY CPCENSO) COM A COMPOSICAO E
      *           O MOVIMENTO DA TURMA, OS DOCENTES ATRIBUIDOS A ELA NO
      *           QUADRO PROFTURM E CADA ALUNO MATRICULADO NO ANO COM A
      *           SITUACAO FINAL: PELO STATUS E PELAS DATAS DA TURMA
      *           (TURMA) E PELO HISTORICO ACADEMICO (HISTGPA) - O
      *           DESFECHO PROMOVIDO/RETIDO DA VIRADA DE ANO
      *           (PROGCOB39B) E A TRANSFERENCIA DE TURMA (PROGCOB16X);
      *           SAIDA SEM TRANSFERENCIA CONTA COMO EVASAO. O
      *           RELATORIO DE VALIDACAO (RELCENSO) LISTA ALUNO OU
      *           DOCENTE COM CAMPO OBRIGATORIO FALTANDO (RESPONSAVEL
      *           NO RESPONSA, DATAS, DOCENTE NO CADASTRO DE
      *           FUNCIONARIOS); COM PENDENCIA SAI COM RETORNO 8 E O
      *           ARQUIVO NAO DEVE SER ENVIADO
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - CENSOESC PASSA A SAIR ENTRE HEADER E TRAILER DE
      *                 CONTROLE (CPCTLREM, SEQUENCIA PELA ROTINA
      *                 PROGCOBB), COM A QUANTIDADE DE REGISTROS E O
      *                 TOTAL DE CONTROLE TAMBEM NO PAINEL CICLOSTA,
      *                 PARA O VALIDADOR PROGCOBZ CONFERIR O ARQUIVO
      *                 ANTES DO ENVIO
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
           SELECT TURMA ASSIGN TO 'TURMA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURMA.
           SELECT CAPACIDADE-TURMA ASSIGN TO 'TURCAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAP.
           SELECT PROFESSOR-TURMA ASSIGN TO 'PROFTURM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFT.
           SELECT HIST-GPA ASSIGN TO 'HISTGPA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GPA.
           SELECT CADASTRO-RESPONSAVEL ASSIGN TO 'RESPONSA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESP.
           SELECT FUNCIONARIOS-MASTER ASSIGN TO 'FUNCIONARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.
           SELECT CENSO-ESCOLAR ASSIGN TO 'CENSOESC'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-CENSO ASSIGN TO 'RELCENSO'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT STATUS-CICLO ASSIGN TO 'CICLOSTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CICLO.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-MASTER.
           COPY CPOPERAD.
       FD  TURMA.
           COPY CPTURMA.
       FD  CAPACIDADE-TURMA.
       01  CAP-REGISTRO.
           05  CAP-VAGAS             PIC 9(03).
       FD  PROFESSOR-TURMA.
           COPY CPPROFT.
       FD  HIST-GPA.
           COPY CPGPA.
       FD  CADASTRO-RESPONSAVEL.
       01  RESP-REGISTRO.
           05  RESP-ALUNO            PIC X(20).
           05  RESP-RESPONSAVEL      PIC X(20).
       FD  FUNCIONARIOS-MASTER.
           COPY CPFUNC.
       FD  CENSO-ESCOLAR.
           COPY CPCENSO.
       FD  RELATORIO-CENSO.
       01  REL-LINHA                 PIC X(100).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       FD  STATUS-CICLO.
           COPY CPCICLO.
       WORKING-STORAGE SECTION.
       77  WRK-FS-OPER               PIC X(02) VALUE '00'.
       77  WRK-FS-TURMA              PIC X(02) VALUE '00'.
       77  WRK-FS-CAP                PIC X(02) VALUE '00'.
       77  WRK-FS-PROFT              PIC X(02) VALUE '00'.
       77  WRK-FS-GPA                PIC X(02) VALUE '00'.
       77  WRK-FS-RESP               PIC X(02) VALUE '00'.
       77  WRK-FS-FUNC               PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-FS-CICLO              PIC X(02) VALUE '00'.
       77  WRK-HORA-INICIO-CICLO     PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-CONTROLE        PIC 9(13)V99 VALUE ZERO.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-OPERADOR-OK-SW        PIC X(01) VALUE 'N'.
           88  WRK-OPERADOR-OK           VALUE 'S'.
       77  WRK-ANO-BASE              PIC 9(04) VALUE ZERO.
       77  WRK-TURMA                 PIC X(20) VALUE SPACES.
       77  WRK-CAPACIDADE            PIC 9(03) VALUE 40.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-ABERTO-SW             PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-ABERTOS      VALUE 'S'.
       77  WRK-FUNC-SW               PIC X(01) VALUE 'N'.
           88  WRK-FUNCIONARIOS-ABERTO   VALUE 'S'.
       77  WRK-ACHOU-SW              PIC X(01) VALUE 'N'.
           88  WRK-ACHOU                 VALUE 'S'.
       77  WRK-QTDE-PENDENCIAS       PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-GRAVADOS         PIC 9(05) VALUE ZERO.
       77  WRK-PEND-TIPO             PIC X(08) VALUE SPACES.
       77  WRK-PEND-IDENT            PIC X(26) VALUE SPACES.
       77  WRK-PEND-MOTIVO           PIC X(40) VALUE SPACES.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
      ******************************* MOVIMENTOS DO ANO BASE NO
      ******************************* HISTORICO ACADEMICO
       77  WRK-QTDE-EVENTOS          PIC 9(03) VALUE ZERO.
       77  WRK-EV-IDX                PIC 9(03) VALUE ZERO.
       01  WRK-TABELA-EVENTOS.
           05  WRK-EVENTO OCCURS 1 TO 500 TIMES
                          DEPENDING ON WRK-QTDE-EVENTOS.
               10  WRK-EV-NOME           PIC X(20).
               10  WRK-EV-TERMO          PIC X(06).
               10  WRK-EV-ORIGEM         PIC X(20).
               10  WRK-EV-DESTINO        PIC X(20).
               10  WRK-EV-DATA           PIC 9(08).
      ******************************* RESPONSAVEL DE CADA ALUNO
       77  WRK-QTDE-RESP             PIC 9(03) VALUE ZERO.
       77  WRK-RP-IDX                PIC 9(03) VALUE ZERO.
       01  WRK-TABELA-RESPONSAVEIS.
           05  WRK-RESP-LINHA OCCURS 1 TO 200 TIMES
                              DEPENDING ON WRK-QTDE-RESP.
               10  WRK-RESP-ALUNO        PIC X(20).
               10  WRK-RESP-NOME         PIC X(20).
      ******************************* ATRIBUICOES DE DOCENTE DA TURMA
       77  WRK-QTDE-DOCENTES         PIC 9(02) VALUE ZERO.
       77  WRK-DC-IDX                PIC 9(02) VALUE ZERO.
       01  WRK-TABELA-DOCENTES.
           05  WRK-DOCENTE OCCURS 1 TO 20 TIMES
                           DEPENDING ON WRK-QTDE-DOCENTES.
               10  WRK-DOC-MATRICULA     PIC 9(06).
               10  WRK-DOC-NOME          PIC X(20).
               10  WRK-DOC-DISCIPLINA    PIC X(20).
      ******************************* ALUNOS DO ANO BASE NA TURMA
       77  WRK-QTDE-ALUNOS           PIC 9(03) VALUE ZERO.
       77  WRK-AL-IDX                PIC 9(03) VALUE ZERO.
       01  WRK-TABELA-ALUNOS.
           05  WRK-ALUNO OCCURS 1 TO 200 TIMES
                         DEPENDING ON WRK-QTDE-ALUNOS.
               10  WRK-AL-NOME           PIC X(20).
               10  WRK-AL-MATRICULA      PIC 9(08).
               10  WRK-AL-SITUACAO       PIC X(01).
               10  WRK-AL-SAIDA          PIC 9(08).
               10  WRK-AL-DESTINO        PIC X(20).
               10  WRK-AL-RESPONSAVEL    PIC X(20).
       01  WRK-CONTADORES-TURMA.
           05  WRK-QTDE-CURSANDO     PIC 9(04) VALUE ZERO.
           05  WRK-QTDE-PROMOVIDOS   PIC 9(04) VALUE ZERO.
           05  WRK-QTDE-RETIDOS      PIC 9(04) VALUE ZERO.
           05  WRK-QTDE-TRANSFERIDOS PIC 9(04) VALUE ZERO.
           05  WRK-QTDE-EVADIDOS     PIC 9(04) VALUE ZERO.
       01  REL-CABECALHO.
           05  FILLER                PIC X(40) VALUE
               'CENSO ESCOLAR - VALIDACAO DA TURMA '.
           05  REL-CAB-TURMA         PIC X(20).
           05  FILLER                PIC X(11) VALUE ' ANO BASE '.
           05  REL-CAB-ANO           PIC 9(04).
       01  REL-TITULOS.
           05  FILLER                PIC X(36) VALUE
               'TIPO     IDENTIFICACAO'.
           05  FILLER                PIC X(40) VALUE
               'CAMPO OBRIGATORIO FALTANDO'.
       01  REL-DETALHE.
           05  REL-DET-TIPO          PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-IDENT         PIC X(26).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-MOTIVO        PIC X(40).
       01  REL-TOTAL.
           05  FILLER                PIC X(20) VALUE
               'ALUNOS NO ANO.....: '.
           05  REL-TOT-ALUNOS        PIC ZZZ9.
           05  FILLER                PIC X(22) VALUE
               '  DOCENTES........: '.
           05  REL-TOT-DOCENTES      PIC Z9.
           05  FILLER                PIC X(22) VALUE
               '  PENDENCIAS......: '.
           05  REL-TOT-PENDENCIAS    PIC ZZZZ9.
       01  REL-CONCLUSAO             PIC X(60) VALUE SPACES.
           COPY CPCTLREM.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF RETURN-CODE = 0
               PERFORM 0200-CLASSIFICAR-ALUNO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE TURMA
               PERFORM 0250-GRAVAR-CENSO
               PERFORM 0260-CONCLUIR
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-HORA-INICIO-CICLO FROM TIME.
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           OPEN INPUT OPERADORES-MASTER.
           PERFORM 0110-VALIDAR-OPERADOR.
           CLOSE OPERADORES-MASTER.
           IF NOT WRK-OPERADOR-OK
               MOVE 'OPERADOR NAO AUTORIZADO' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'ANO BASE DO CENSO (AAAA)..'
               ACCEPT WRK-ANO-BASE FROM CONSOLE
               DISPLAY 'NOME DA TURMA (PARA O QUADRO PROFTURM)..'
               ACCEPT WRK-TURMA FROM CONSOLE
               OPEN INPUT TURMA
               IF WRK-FS-TURMA NOT = '00'
                   DISPLAY 'ARQUIVO DE TURMA INDISPONIVEL - CENSO NAO '
                           'GERADO'
                   MOVE 'TURMA INDISPONIVEL' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0120-CARREGAR-EVENTOS
                   PERFORM 0130-CARREGAR-RESPONSAVEIS
                   PERFORM 0140-CARREGAR-DOCENTES
                   PERFORM 0150-CARREGAR-CAPACIDADE
                   PERFORM 0160-ABRIR-ARQUIVOS
                   PERFORM 0201-LER-ALUNO
               END-IF
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

      ******************************* PROMOCAO/RETENCAO E
      ******************************* TRANSFERENCIA DO ANO BASE
       0120-CARREGAR-EVENTOS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT HIST-GPA.
           IF WRK-FS-GPA = '00'
               PERFORM 0121-LER-HISTORICO
               PERFORM 0122-GUARDAR-EVENTO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE HIST-GPA
           END-IF.
           MOVE 'N' TO WRK-EOF-SW.

       0121-LER-HISTORICO.
           READ HIST-GPA
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0122-GUARDAR-EVENTO.
           IF GPA-DATA-ANO = WRK-ANO-BASE
              AND (GPA-TERMO = 'PROMOV' OR GPA-TERMO = 'RETIDO'
                   OR GPA-TERMO-TRANSFERENCIA)
              AND WRK-QTDE-EVENTOS < 500
               ADD 1 TO WRK-QTDE-EVENTOS
               MOVE GPA-NOME TO WRK-EV-NOME (WRK-QTDE-EVENTOS)
               MOVE GPA-TERMO TO WRK-EV-TERMO (WRK-QTDE-EVENTOS)
               MOVE GPA-TURMA-ORIGEM
                   TO WRK-EV-ORIGEM (WRK-QTDE-EVENTOS)
               MOVE GPA-TURMA-DESTINO
                   TO WRK-EV-DESTINO (WRK-QTDE-EVENTOS)
               MOVE GPA-DATA TO WRK-EV-DATA (WRK-QTDE-EVENTOS)
           END-IF.
           PERFORM 0121-LER-HISTORICO.

      ******************************* GUARDA EM MEMORIA O RESPONSAVEL
      ******************************* DE CADA ALUNO
       0130-CARREGAR-RESPONSAVEIS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT CADASTRO-RESPONSAVEL.
           IF WRK-FS-RESP = '00'
               PERFORM 0131-LER-RESPONSAVEL
               PERFORM 0132-GUARDAR-RESPONSAVEL
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE CADASTRO-RESPONSAVEL
           END-IF.
           MOVE 'N' TO WRK-EOF-SW.

       0131-LER-RESPONSAVEL.
           READ CADASTRO-RESPONSAVEL
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0132-GUARDAR-RESPONSAVEL.
           IF WRK-QTDE-RESP < 200
               ADD 1 TO WRK-QTDE-RESP
               MOVE RESP-ALUNO TO WRK-RESP-ALUNO (WRK-QTDE-RESP)
               MOVE RESP-RESPONSAVEL TO WRK-RESP-NOME (WRK-QTDE-RESP)
           END-IF.
           PERFORM 0131-LER-RESPONSAVEL.

      ******************************* ATRIBUICOES DA TURMA NO QUADRO
       0140-CARREGAR-DOCENTES.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT PROFESSOR-TURMA.
           IF WRK-FS-PROFT = '00'
               PERFORM 0141-LER-QUADRO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE PROFESSOR-TURMA
           END-IF.
           MOVE 'N' TO WRK-EOF-SW.

       0141-LER-QUADRO.
           READ PROFESSOR-TURMA
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT WRK-FIM-ARQUIVO
               IF PROFT-TURMA = WRK-TURMA
                  AND WRK-QTDE-DOCENTES < 20
                   ADD 1 TO WRK-QTDE-DOCENTES
                   MOVE PROFT-MATRICULA
                       TO WRK-DOC-MATRICULA (WRK-QTDE-DOCENTES)
                   MOVE PROFT-NOME
                       TO WRK-DOC-NOME (WRK-QTDE-DOCENTES)
                   MOVE PROFT-DISCIPLINA
                       TO WRK-DOC-DISCIPLINA (WRK-QTDE-DOCENTES)
               END-IF
           END-IF.

      ******************************* CAPACIDADE DA TURMA; SEM O
      ******************************* ARQUIVO FICA O PADRAO DE 40
       0150-CARREGAR-CAPACIDADE.
           OPEN INPUT CAPACIDADE-TURMA.
           IF WRK-FS-CAP = '00'
               READ CAPACIDADE-TURMA
                   AT END CONTINUE
               END-READ
               IF WRK-FS-CAP = '00'
                   MOVE CAP-VAGAS TO WRK-CAPACIDADE
               END-IF
               CLOSE CAPACIDADE-TURMA
           END-IF.

       0160-ABRIR-ARQUIVOS.
           OPEN OUTPUT CENSO-ESCOLAR.
           PERFORM 0270-GRAVAR-HEADER.
           OPEN OUTPUT RELATORIO-CENSO.
           SET WRK-ARQUIVOS-ABERTOS TO TRUE.
           OPEN INPUT FUNCIONARIOS-MASTER.
           IF WRK-FS-FUNC = '00'
               SET WRK-FUNCIONARIOS-ABERTO TO TRUE
           END-IF.
           MOVE WRK-TURMA    TO REL-CAB-TURMA.
           MOVE WRK-ANO-BASE TO REL-CAB-ANO.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-TITULOS TO REL-LINHA.
           WRITE REL-LINHA.

       0201-LER-ALUNO.
           READ TURMA
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* ALUNO MATRICULADO EM ALGUM
      ******************************* MOMENTO DO ANO BASE - ATIVO OU
      ******************************* COM SAIDA NO ANO
       0200-CLASSIFICAR-ALUNO.
           IF TUR-MATRICULA-ANO NOT > WRK-ANO-BASE
              AND (TUR-STATUS-ATIVO
                   OR TUR-SAIDA-ANO NOT < WRK-ANO-BASE)
              AND WRK-QTDE-ALUNOS < 200
               ADD 1 TO WRK-QTDE-ALUNOS
               MOVE WRK-QTDE-ALUNOS TO WRK-AL-IDX
               MOVE TUR-NOME TO WRK-AL-NOME (WRK-AL-IDX)
               MOVE TUR-DATA-MATRICULA TO WRK-AL-MATRICULA (WRK-AL-IDX)
               MOVE ZEROS TO WRK-AL-SAIDA (WRK-AL-IDX)
               MOVE SPACES TO WRK-AL-DESTINO (WRK-AL-IDX)
               IF TUR-STATUS-ATIVO
                   PERFORM 0210-SITUACAO-ATIVO
               ELSE
                   MOVE TUR-DATA-SAIDA TO WRK-AL-SAIDA (WRK-AL-IDX)
                   PERFORM 0220-SITUACAO-SAIDA
               END-IF
               PERFORM 0230-BUSCAR-RESPONSAVEL
           END-IF.
           PERFORM 0201-LER-ALUNO.

      ******************************* ATIVO - DESFECHO DA VIRADA DE
      ******************************* ANO, OU AINDA CURSANDO
       0210-SITUACAO-ATIVO.
           MOVE 'C' TO WRK-AL-SITUACAO (WRK-AL-IDX).
           PERFORM 0211-COMPARAR-DESFECHO
               VARYING WRK-EV-IDX FROM 1 BY 1
               UNTIL WRK-EV-IDX > WRK-QTDE-EVENTOS.
           EVALUATE WRK-AL-SITUACAO (WRK-AL-IDX)
               WHEN 'P'
                   ADD 1 TO WRK-QTDE-PROMOVIDOS
               WHEN 'R'
                   ADD 1 TO WRK-QTDE-RETIDOS
               WHEN OTHER
                   ADD 1 TO WRK-QTDE-CURSANDO
           END-EVALUATE.

       0211-COMPARAR-DESFECHO.
           IF WRK-EV-NOME (WRK-EV-IDX) = TUR-NOME
               IF WRK-EV-TERMO (WRK-EV-IDX) = 'PROMOV'
                   MOVE 'P' TO WRK-AL-SITUACAO (WRK-AL-IDX)
               END-IF
               IF WRK-EV-TERMO (WRK-EV-IDX) = 'RETIDO'
                   MOVE 'R' TO WRK-AL-SITUACAO (WRK-AL-IDX)
               END-IF
           END-IF.

      ******************************* SAIDA DA TURMA - TRANSFERENCIA
      ******************************* REGISTRADA NO HISTORICO A PARTIR
      ******************************* DESTA TURMA, OU EVASAO
       0220-SITUACAO-SAIDA.
           MOVE 'E' TO WRK-AL-SITUACAO (WRK-AL-IDX).
           PERFORM 0221-COMPARAR-TRANSFERENCIA
               VARYING WRK-EV-IDX FROM 1 BY 1
               UNTIL WRK-EV-IDX > WRK-QTDE-EVENTOS.
           IF WRK-AL-SITUACAO (WRK-AL-IDX) = 'T'
               ADD 1 TO WRK-QTDE-TRANSFERIDOS
           ELSE
               ADD 1 TO WRK-QTDE-EVADIDOS
           END-IF.

       0221-COMPARAR-TRANSFERENCIA.
           IF WRK-EV-NOME (WRK-EV-IDX) = TUR-NOME
              AND WRK-EV-TERMO (WRK-EV-IDX) = 'TRANSF'
              AND WRK-EV-ORIGEM (WRK-EV-IDX) = WRK-TURMA
              AND WRK-EV-DATA (WRK-EV-IDX) = TUR-DATA-SAIDA
               MOVE 'T' TO WRK-AL-SITUACAO (WRK-AL-IDX)
               MOVE WRK-EV-DESTINO (WRK-EV-IDX)
                   TO WRK-AL-DESTINO (WRK-AL-IDX)
           END-IF.

       0230-BUSCAR-RESPONSAVEL.
           MOVE SPACES TO WRK-AL-RESPONSAVEL (WRK-AL-IDX).
           MOVE 'N' TO WRK-ACHOU-SW.
           PERFORM 0231-COMPARAR-RESPONSAVEL
               VARYING WRK-RP-IDX FROM 1 BY 1
               UNTIL WRK-RP-IDX > WRK-QTDE-RESP OR WRK-ACHOU.

       0231-COMPARAR-RESPONSAVEL.
           IF WRK-RESP-ALUNO (WRK-RP-IDX) = TUR-NOME
               MOVE WRK-RESP-NOME (WRK-RP-IDX)
                   TO WRK-AL-RESPONSAVEL (WRK-AL-IDX)
               SET WRK-ACHOU TO TRUE
           END-IF.

      ******************************* REGISTRO DA TURMA, DOS DOCENTES
      ******************************* E DOS ALUNOS, VALIDANDO OS
      ******************************* CAMPOS OBRIGATORIOS
       0250-GRAVAR-CENSO.
           INITIALIZE CENSO-REGISTRO.
           SET CENSO-TIPO-TURMA TO TRUE.
           MOVE WRK-ANO-BASE          TO CENSO-ANO-BASE.
           MOVE WRK-TURMA             TO CENSO-TURMA.
           MOVE WRK-CAPACIDADE        TO CENSO-TUR-CAPACIDADE.
           MOVE WRK-QTDE-ALUNOS       TO CENSO-TUR-MATRICULAS.
           MOVE WRK-QTDE-CURSANDO     TO CENSO-TUR-CURSANDO.
           MOVE WRK-QTDE-PROMOVIDOS   TO CENSO-TUR-PROMOVIDOS.
           MOVE WRK-QTDE-RETIDOS      TO CENSO-TUR-RETIDOS.
           MOVE WRK-QTDE-TRANSFERIDOS TO CENSO-TUR-TRANSFERIDOS.
           MOVE WRK-QTDE-EVADIDOS     TO CENSO-TUR-EVADIDOS.
           MOVE WRK-QTDE-DOCENTES     TO CENSO-TUR-ATRIBUICOES.
           WRITE CENSO-REGISTRO.
           ADD 1 TO WRK-QTDE-GRAVADOS.
           IF WRK-QTDE-DOCENTES = ZERO
               MOVE 'TURMA'   TO WRK-PEND-TIPO
               MOVE WRK-TURMA TO WRK-PEND-IDENT
               MOVE 'TURMA SEM DOCENTE NO QUADRO PROFTURM'
                   TO WRK-PEND-MOTIVO
               PERFORM 0290-LISTAR-PENDENCIA
           END-IF.
           PERFORM 0255-GRAVAR-DOCENTE
               VARYING WRK-DC-IDX FROM 1 BY 1
               UNTIL WRK-DC-IDX > WRK-QTDE-DOCENTES.
           PERFORM 0257-GRAVAR-ALUNO
               VARYING WRK-AL-IDX FROM 1 BY 1
               UNTIL WRK-AL-IDX > WRK-QTDE-ALUNOS.

       0255-GRAVAR-DOCENTE.
           INITIALIZE CENSO-REGISTRO.
           SET CENSO-TIPO-DOCENTE TO TRUE.
           MOVE WRK-ANO-BASE TO CENSO-ANO-BASE.
           MOVE WRK-TURMA    TO CENSO-TURMA.
           MOVE WRK-DOC-MATRICULA (WRK-DC-IDX) TO CENSO-DOC-MATRICULA.
           MOVE WRK-DOC-NOME (WRK-DC-IDX)      TO CENSO-DOC-NOME.
           MOVE WRK-DOC-DISCIPLINA (WRK-DC-IDX)
               TO CENSO-DOC-DISCIPLINA.
           MOVE 'DOCENTE' TO WRK-PEND-TIPO.
           MOVE SPACES TO WRK-PEND-IDENT.
           MOVE WRK-DOC-MATRICULA (WRK-DC-IDX)
               TO WRK-PEND-IDENT (01:06).
           MOVE WRK-DOC-NOME (WRK-DC-IDX) TO WRK-PEND-IDENT (08:19).
           IF WRK-DOC-NOME (WRK-DC-IDX) = SPACES
               MOVE 'NOME DO DOCENTE EM BRANCO' TO WRK-PEND-MOTIVO
               PERFORM 0290-LISTAR-PENDENCIA
           END-IF.
           IF WRK-DOC-DISCIPLINA (WRK-DC-IDX) = SPACES
               MOVE 'DISCIPLINA EM BRANCO' TO WRK-PEND-MOTIVO
               PERFORM 0290-LISTAR-PENDENCIA
           END-IF.
           PERFORM 0256-CONFERIR-FUNCIONARIO.
           WRITE CENSO-REGISTRO.
           ADD 1 TO WRK-QTDE-GRAVADOS.
           ADD CENSO-DOC-MATRICULA TO WRK-TOTAL-CONTROLE.

      ******************************* O DOCENTE PRECISA ESTAR ATIVO NO
      ******************************* CADASTRO DE FUNCIONARIOS, QUE
      ******************************* DA A DATA DE ADMISSAO DO CENSO
       0256-CONFERIR-FUNCIONARIO.
           IF NOT WRK-FUNCIONARIOS-ABERTO
               MOVE 'CADASTRO DE FUNCIONARIOS INDISPONIVEL'
                   TO WRK-PEND-MOTIVO
               PERFORM 0290-LISTAR-PENDENCIA
           ELSE
               MOVE WRK-DOC-MATRICULA (WRK-DC-IDX) TO FUNC-MATRICULA
               READ FUNCIONARIOS-MASTER
                   INVALID KEY
                       MOVE 'DOCENTE FORA DO CADASTRO DE FUNCIONARIOS'
                           TO WRK-PEND-MOTIVO
                       PERFORM 0290-LISTAR-PENDENCIA
                   NOT INVALID KEY
                       MOVE FUNC-DATAADMISSAO TO CENSO-DOC-ADMISSAO
                       IF FUNC-STATUS-INATIVO
                           MOVE 'DOCENTE DESLIGADO NO CADASTRO'
                               TO WRK-PEND-MOTIVO
                           PERFORM 0290-LISTAR-PENDENCIA
                       END-IF
                       IF CENSO-DOC-ADMISSAO = ZEROS
                           MOVE 'DATA DE ADMISSAO EM BRANCO'
                               TO WRK-PEND-MOTIVO
                           PERFORM 0290-LISTAR-PENDENCIA
                       END-IF
               END-READ
           END-IF.

       0257-GRAVAR-ALUNO.
           INITIALIZE CENSO-REGISTRO.
           SET CENSO-TIPO-ALUNO TO TRUE.
           MOVE WRK-ANO-BASE TO CENSO-ANO-BASE.
           MOVE WRK-TURMA    TO CENSO-TURMA.
           MOVE WRK-AL-NOME (WRK-AL-IDX)        TO CENSO-ALU-NOME.
           MOVE WRK-AL-MATRICULA (WRK-AL-IDX)   TO CENSO-ALU-MATRICULA.
           MOVE WRK-AL-SITUACAO (WRK-AL-IDX)    TO CENSO-ALU-SITUACAO.
           MOVE WRK-AL-SAIDA (WRK-AL-IDX)       TO CENSO-ALU-DATA-SAIDA.
           MOVE WRK-AL-DESTINO (WRK-AL-IDX)
               TO CENSO-ALU-TURMA-DESTINO.
           MOVE WRK-AL-RESPONSAVEL (WRK-AL-IDX)
               TO CENSO-ALU-RESPONSAVEL.
           MOVE 'ALUNO' TO WRK-PEND-TIPO.
           MOVE WRK-AL-NOME (WRK-AL-IDX) TO WRK-PEND-IDENT.
           IF WRK-AL-NOME (WRK-AL-IDX) = SPACES
               MOVE 'NOME DO ALUNO EM BRANCO' TO WRK-PEND-MOTIVO
               PERFORM 0290-LISTAR-PENDENCIA
           END-IF.
           IF WRK-AL-MATRICULA (WRK-AL-IDX) = ZEROS
               MOVE 'DATA DE MATRICULA EM BRANCO' TO WRK-PEND-MOTIVO
               PERFORM 0290-LISTAR-PENDENCIA
           END-IF.
           IF WRK-AL-RESPONSAVEL (WRK-AL-IDX) = SPACES
               MOVE 'SEM RESPONSAVEL NO CADASTRO RESPONSA'
                   TO WRK-PEND-MOTIVO
               PERFORM 0290-LISTAR-PENDENCIA
           END-IF.
           IF (CENSO-ALU-TRANSFERIDO OR CENSO-ALU-EVADIDO)
              AND WRK-AL-SAIDA (WRK-AL-IDX) = ZEROS
               MOVE 'SAIDA DA TURMA SEM DATA' TO WRK-PEND-MOTIVO
               PERFORM 0290-LISTAR-PENDENCIA
           END-IF.
           WRITE CENSO-REGISTRO.
           ADD 1 TO WRK-QTDE-GRAVADOS.
           ADD CENSO-ALU-MATRICULA TO WRK-TOTAL-CONTROLE.

      ******************************* RESUMO E CONCLUSAO - COM
      ******************************* PENDENCIA O ARQUIVO NAO SEGUE
       0260-CONCLUIR.
           MOVE WRK-QTDE-ALUNOS     TO REL-TOT-ALUNOS.
           MOVE WRK-QTDE-DOCENTES   TO REL-TOT-DOCENTES.
           MOVE WRK-QTDE-PENDENCIAS TO REL-TOT-PENDENCIAS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-QTDE-PENDENCIAS > ZERO
               MOVE 'CORRIGIR AS PENDENCIAS ANTES DE ENVIAR O CENSOESC'
                   TO REL-CONCLUSAO
               MOVE 'CENSO COM PENDENCIAS' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'ARQUIVO CENSOESC PRONTO PARA ENVIO'
                   TO REL-CONCLUSAO
               MOVE 'CENSO GERADO' TO WRK-AUDIT-RESULTADO
           END-IF.
           MOVE REL-CONCLUSAO TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-CONCLUSAO.

      ******************************* HEADER COM A SEQUENCIA DO
      ******************************* ARQUIVO (ROTINA PROGCOBB)
       0270-GRAVAR-HEADER.
           INITIALIZE CTLREM-REGISTRO.
           MOVE 'CENSOESC'   TO CTLREM-ARQUIVO.
           MOVE 'PROGCOB16C' TO CTLREM-PROGRAMA.
           CALL 'PROGCOBB' USING CTLREM-REGISTRO.
           WRITE CENSO-REGISTRO FROM CTLREM-REGISTRO.

      ******************************* TRAILER COM A QUANTIDADE DE
      ******************************* REGISTROS E O TOTAL DE CONTROLE
      ******************************* (MATRICULA DOS DOCENTES E DATA DE
      ******************************* MATRICULA DOS ALUNOS)
       0275-GRAVAR-TRAILER.
           INITIALIZE CTLREM-REGISTRO.
           SET CTLREM-TRAILER TO TRUE.
           MOVE 'CENSOESC'         TO CTLREM-ARQUIVO.
           MOVE WRK-QTDE-GRAVADOS  TO CTLREM-QTDE-REGISTROS.
           MOVE WRK-TOTAL-CONTROLE TO CTLREM-TOTAL-CONTROLE.
           WRITE CENSO-REGISTRO FROM CTLREM-REGISTRO.

       0290-LISTAR-PENDENCIA.
           MOVE WRK-PEND-TIPO   TO REL-DET-TIPO.
           MOVE WRK-PEND-IDENT  TO REL-DET-IDENT.
           MOVE WRK-PEND-MOTIVO TO REL-DET-MOTIVO.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WRK-QTDE-PENDENCIAS.

       0300-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               PERFORM 0275-GRAVAR-TRAILER
               CLOSE CENSO-ESCOLAR
               CLOSE RELATORIO-CENSO
               PERFORM 0340-GRAVAR-STATUS-CICLO
           END-IF.
           IF WRK-FUNCIONARIOS-ABERTO
               CLOSE FUNCIONARIOS-MASTER
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - ALUNOS: ' WRK-QTDE-ALUNOS
                   ' REGISTROS: ' WRK-QTDE-GRAVADOS
                   ' PENDENCIAS: ' WRK-QTDE-PENDENCIAS.

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
           MOVE 'PROGCOB16C' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-TURMA TO AUDIT-ENTRADA-CHAVE.
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

      ******************************* TOTAIS DE CONTROLE DO ARQUIVO NO
      ******************************* PAINEL CICLOSTA, CONFERIDOS PELO
      ******************************* VALIDADOR PROGCOBZ ANTES DO ENVIO
      ******************************* (PROGRAMA RODADO AVULSO, FORA DOS
      ******************************* FLUXOS)
       0340-GRAVAR-STATUS-CICLO.
           OPEN EXTEND STATUS-CICLO.
           IF WRK-FS-CICLO = '35'
               OPEN OUTPUT STATUS-CICLO
               CLOSE STATUS-CICLO
               OPEN EXTEND STATUS-CICLO
           END-IF.
           INITIALIZE CICLO-REGISTRO.
           MOVE 'AVULSO'     TO CICLO-STEP.
           MOVE 'PROGCOB16C' TO CICLO-PROGRAMA.
           ACCEPT CICLO-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO-CICLO TO CICLO-HORA-INICIO.
           ACCEPT CICLO-HORA-FIM FROM TIME.
           MOVE RETURN-CODE TO CICLO-RETURN-CODE.
           MOVE WRK-QTDE-GRAVADOS TO CICLO-QTDE-REGISTROS.
           MOVE WRK-AUDIT-RESULTADO TO CICLO-RESULTADO.
           MOVE 'CENSOESC' TO CICLO-ARQUIVO.
           MOVE WRK-TOTAL-CONTROLE TO CICLO-TOTAL-CONTROLE.
           WRITE CICLO-REGISTRO.
           CLOSE STATUS-CICLO.
