       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB16X.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: TRANSFERENCIA DE ALUNO ENTRE TURMAS NO MEIO DO ANO -
      *           A SECRETARIA INFORMA O ALUNO, A TURMA DE ORIGEM
      *           (TURMA), A TURMA DE DESTINO (TURMADES, MESMO LAYOUT
      *           DA TURMA, NA CONVENCAO DO TURMANOV DO PROGCOB39B) E A
      *           DATA EFETIVA. A TRANSFERENCIA RESPEITA A CAPACIDADE
      *           DO DESTINO (TURCAPDE) E A SUA LISTA DE ESPERA
      *           (FILAESPD, NUMERADA PELO CHECKFED): COM O DESTINO
      *           CHEIO, OU COM ALUNO JA AGUARDANDO VAGA NELE, O ALUNO
      *           ENTRA NO FIM DA FILA DO DESTINO E CONTINUA NA TURMA
      *           DE ORIGEM. EFETIVADA, O ALUNO SAI DA ORIGEM NA DATA
      *           EFETIVA (A VAGA PROMOVE O PRIMEIRO DA FILA DA
      *           ORIGEM, COMO NA EXCLUSAO DO PROGCOB16M) E ENTRA NO
      *           DESTINO COM AS NOTAS PARCIAIS E A FREQUENCIA JA
      *           LANCADAS; AS NOTAS DO DIARIO (NOTALANC) DO TERMO DA
      *           DATA EFETIVA SAO LEVADAS PARA AS DISCIPLINAS QUE O
      *           DESTINO TAMBEM TEM NO QUADRO PROFTURM; A MENSALIDADE
      *           DO MES (MENSALID) FICA COM A TURMA DE DESTINO E COM
      *           A PARCELA PRO RATA DOS DIAS NA ORIGEM, SEM SEGUNDA
      *           COBRANCA; E A TRANSFERENCIA E GRAVADA NO HISTORICO
      *           ACADEMICO (HISTGPA, TERMO 'TRANSF')
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
           SELECT TURMA ASSIGN TO 'TURMA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURMA.
           SELECT TURMA-DESTINO ASSIGN TO 'TURMADES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURD.
           SELECT CAPACIDADE-DESTINO ASSIGN TO 'TURCAPDE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAP.
           SELECT FILA-ESPERA ASSIGN TO 'FILAESP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILA-SEQUENCIA
               FILE STATUS IS WRK-FS-FILA.
           SELECT FILA-ESPERA-DESTINO ASSIGN TO 'FILAESPD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILD-SEQUENCIA
               FILE STATUS IS WRK-FS-FILD.
           SELECT CHECKPOINT-FILA-DESTINO ASSIGN TO 'CHECKFED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHECK.
           SELECT NOTA-LANCAMENTO ASSIGN TO 'NOTALANC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTAL-CHAVE
               FILE STATUS IS WRK-FS-NOTAL.
           SELECT PROFESSOR-TURMA ASSIGN TO 'PROFTURM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFT.
           SELECT PARAM-NOTAS ASSIGN TO 'NOTAPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAR.
           SELECT MENSALIDADE-MASTER ASSIGN TO 'MENSALID'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MENS-CHAVE
               FILE STATUS IS WRK-FS-MENS.
           SELECT HIST-GPA ASSIGN TO 'HISTGPA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GPA.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMA.
           COPY CPTURMA.
       FD  TURMA-DESTINO.
       01  TURD-REGISTRO.
           05  TURD-NOME             PIC X(20).
           05  TURD-NOTA1            PIC 9(02).
           05  TURD-NOTA2            PIC 9(02).
           05  TURD-FREQUENCIA       PIC 9(03).
           05  TURD-STATUS           PIC X(01).
               88  TURD-STATUS-ATIVO     VALUE 'A'.
           05  TURD-DATA-MATRICULA   PIC 9(08).
           05  TURD-DATA-SAIDA       PIC 9(08).
       FD  CAPACIDADE-DESTINO.
       01  CAPD-REGISTRO.
           05  CAPD-VAGAS            PIC 9(03).
       FD  FILA-ESPERA.
           COPY CPFILAES.
       FD  FILA-ESPERA-DESTINO.
       01  FILD-REGISTRO.
           05  FILD-SEQUENCIA        PIC 9(04).
           05  FILD-NOME             PIC X(20).
           05  FILD-DATA-ENTRADA     PIC 9(08).
           05  FILD-STATUS           PIC X(01).
               88  FILD-STATUS-AGUARDANDO VALUE 'A'.
       FD  CHECKPOINT-FILA-DESTINO.
       01  CHECKFED-REGISTRO         PIC 9(04).
       FD  NOTA-LANCAMENTO.
           COPY CPNOTAL.
       FD  PROFESSOR-TURMA.
           COPY CPPROFT.
       FD  PARAM-NOTAS.
       01  NOTPAR-REGISTRO.
           05  NOTPAR-TERMO          PIC X(06).
           05  NOTPAR-PRAZO          PIC 9(08).
           05  NOTPAR-COORDENADOR    PIC 9(06).
       FD  MENSALIDADE-MASTER.
           COPY CPMENSAL.
       FD  HIST-GPA.
           COPY CPGPA.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-TURMA              PIC X(02) VALUE '00'.
       77  WRK-FS-TURD               PIC X(02) VALUE '00'.
       77  WRK-FS-CAP                PIC X(02) VALUE '00'.
       77  WRK-FS-FILA               PIC X(02) VALUE '00'.
       77  WRK-FS-FILD               PIC X(02) VALUE '00'.
       77  WRK-FS-CHECK              PIC X(02) VALUE '00'.
       77  WRK-FS-NOTAL              PIC X(02) VALUE '00'.
       77  WRK-FS-PROFT              PIC X(02) VALUE '00'.
       77  WRK-FS-PAR                PIC X(02) VALUE '00'.
       77  WRK-FS-MENS               PIC X(02) VALUE '00'.
       77  WRK-FS-GPA                PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-ALUNO                 PIC X(20) VALUE SPACES.
       77  WRK-TURMA-ORIGEM          PIC X(20) VALUE SPACES.
       77  WRK-TURMA-DESTINO         PIC X(20) VALUE SPACES.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-EFETIVA.
           05  WRK-EFETIVA-ANO       PIC 9(04).
           05  WRK-EFETIVA-MES       PIC 9(02).
           05  WRK-EFETIVA-DIA       PIC 9(02).
       01  WRK-DATA-EFETIVA-NUM REDEFINES WRK-DATA-EFETIVA
                                     PIC 9(08).
       77  WRK-TERMO                 PIC X(06) VALUE SPACES.
       77  WRK-NOTA1                 PIC 9(02) VALUE ZERO.
       77  WRK-NOTA2                 PIC 9(02) VALUE ZERO.
       77  WRK-FREQUENCIA            PIC 9(03) VALUE ZERO.
       77  WRK-CAPACIDADE            PIC 9(03) VALUE 40.
       77  WRK-QTDE-ATIVOS           PIC 9(03) VALUE ZERO.
       77  WRK-QTDE-AGUARDANDO       PIC 9(03) VALUE ZERO.
       77  WRK-ULTIMA-SEQUENCIA      PIC 9(04) VALUE ZERO.
       77  WRK-NOME-PROMOVIDO        PIC X(20) VALUE SPACES.
       77  WRK-QTDE-NOTAS-LEVADAS    PIC 9(02) VALUE ZERO.
       77  WRK-PRIMEIRO-DIA          PIC 9(08) VALUE ZEROS.
       77  WRK-PRIMEIRO-DIA-SEGUINTE PIC 9(08) VALUE ZEROS.
       77  WRK-ANO-SEGUINTE          PIC 9(04) VALUE ZERO.
       77  WRK-MES-SEGUINTE          PIC 9(02) VALUE ZERO.
       77  WRK-DIAS-MES              PIC 9(02) VALUE ZERO.
       77  WRK-DIAS-ORIGEM           PIC 9(02) VALUE ZERO.
       77  WRK-VALOR-ORIGEM          PIC 9(06)V99 VALUE ZERO.
       77  WRK-VALOR-EDITADO         PIC ZZZ.ZZ9,99.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-EOF-FILA-SW           PIC X(01) VALUE 'N'.
           88  WRK-FIM-FILA              VALUE 'S'.
       77  WRK-EOF-NOTAL-SW          PIC X(01) VALUE 'N'.
           88  WRK-FIM-NOTAS             VALUE 'S'.
       77  WRK-TURMA-SW              PIC X(01) VALUE 'N'.
           88  WRK-TURMA-ABERTA          VALUE 'S'.
       77  WRK-ALUNO-SW              PIC X(01) VALUE 'N'.
           88  WRK-ALUNO-ENCONTRADO      VALUE 'S'.
       77  WRK-JA-NO-DESTINO-SW      PIC X(01) VALUE 'N'.
           88  WRK-JA-NO-DESTINO         VALUE 'S'.
       77  WRK-PROMOVIDO-SW          PIC X(01) VALUE 'N'.
           88  WRK-FILA-PROMOVIDA        VALUE 'S'.
       77  WRK-ENTRADA-SW            PIC X(01) VALUE 'N'.
           88  WRK-ENTRADA-VALIDA        VALUE 'S'.
       77  WRK-TERMO-SW              PIC X(01) VALUE 'N'.
           88  WRK-TERMO-ENCONTRADO      VALUE 'S'.
       77  WRK-DISC-SW               PIC X(01) VALUE 'N'.
           88  WRK-DISC-NO-DESTINO       VALUE 'S'.
       77  WRK-QTDE-DISC             PIC 9(02) VALUE ZERO.
       77  WRK-DC-IDX                PIC 9(02) VALUE ZERO.
       77  WRK-QTDE-NOTAS            PIC 9(02) VALUE ZERO.
       77  WRK-NT-IDX                PIC 9(02) VALUE ZERO.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
       01  WRK-TABELA-DISCIPLINAS.
           05  WRK-DISC-LINHA OCCURS 1 TO 10 TIMES
                              DEPENDING ON WRK-QTDE-DISC.
               10  WRK-DISC-NOME         PIC X(20).
       01  WRK-TABELA-NOTAS.
           05  WRK-NOTA-LINHA OCCURS 1 TO 10 TIMES
                              DEPENDING ON WRK-QTDE-NOTAS.
               10  WRK-NT-DISCIPLINA     PIC X(20).
               10  WRK-NT-NOTA           PIC 9(02)V9.
               10  WRK-NT-PROFESSOR      PIC 9(06).
               10  WRK-NT-DATA           PIC 9(08).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-ENTRADA-VALIDA
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'NOME DO ALUNO..'.
           ACCEPT WRK-ALUNO FROM CONSOLE.
           DISPLAY 'TURMA DE ORIGEM..'.
           ACCEPT WRK-TURMA-ORIGEM FROM CONSOLE.
           DISPLAY 'TURMA DE DESTINO..'.
           ACCEPT WRK-TURMA-DESTINO FROM CONSOLE.
           DISPLAY 'DATA EFETIVA DA TRANSFERENCIA (AAAAMMDD)..'.
           ACCEPT WRK-DATA-EFETIVA FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-TURMA-ORIGEM = WRK-TURMA-DESTINO
                   DISPLAY 'TURMA DE DESTINO IGUAL A TURMA DE ORIGEM'
                   MOVE 'TURMAS DE ORIGEM/DESTINO IGUAIS'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-DATA-EFETIVA-NUM NOT NUMERIC
                 OR WRK-EFETIVA-MES < 1 OR WRK-EFETIVA-MES > 12
                 OR WRK-EFETIVA-DIA < 1 OR WRK-EFETIVA-DIA > 31
                 OR WRK-DATA-EFETIVA-NUM > WRK-DATAHOJE
                   DISPLAY 'DATA EFETIVA INVALIDA OU FUTURA: '
                           WRK-DATA-EFETIVA
                   MOVE 'DATA EFETIVA INVALIDA'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   SET WRK-ENTRADA-VALIDA TO TRUE
                   PERFORM 0120-LOCALIZAR-TERMO
           END-EVALUATE.

      ******************************* TERMO DA DATA EFETIVA - O
      ******************************* PRIMEIRO DO NOTAPAR CUJO PRAZO
      ******************************* DE NOTAS AINDA NAO PASSOU NELA
       0120-LOCALIZAR-TERMO.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT PARAM-NOTAS.
           IF WRK-FS-PAR = '00'
               PERFORM 0121-LER-PARAMETRO
               PERFORM 0122-COMPARAR-TERMO
                   UNTIL WRK-FIM-ARQUIVO OR WRK-TERMO-ENCONTRADO
               CLOSE PARAM-NOTAS
           END-IF.
           MOVE 'N' TO WRK-EOF-SW.

       0121-LER-PARAMETRO.
           READ PARAM-NOTAS
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0122-COMPARAR-TERMO.
           IF NOTPAR-PRAZO >= WRK-DATA-EFETIVA-NUM
               MOVE NOTPAR-TERMO TO WRK-TERMO
               SET WRK-TERMO-ENCONTRADO TO TRUE
           ELSE
               PERFORM 0121-LER-PARAMETRO
           END-IF.

       0200-PROCESSAR.
           PERFORM 0210-LOCALIZAR-ORIGEM.
           IF WRK-ALUNO-ENCONTRADO
               PERFORM 0220-VERIFICAR-DESTINO
               EVALUATE TRUE
                   WHEN WRK-JA-NO-DESTINO
                       DISPLAY 'ALUNO JA ESTA ATIVO NA TURMA DE '
                               'DESTINO: ' WRK-ALUNO
                       MOVE 'ALUNO JA ESTA NO DESTINO'
                           TO WRK-AUDIT-RESULTADO
                       MOVE 8 TO RETURN-CODE
                   WHEN WRK-QTDE-ATIVOS >= WRK-CAPACIDADE
                     OR WRK-QTDE-AGUARDANDO > ZERO
                       PERFORM 0230-COLOCAR-NA-FILA-DESTINO
                   WHEN OTHER
                       PERFORM 0240-EFETIVAR-TRANSFERENCIA
               END-EVALUATE
           END-IF.
           IF WRK-TURMA-ABERTA
               CLOSE TURMA
           END-IF.

      ******************************* O ALUNO PRECISA ESTAR ATIVO NA
      ******************************* TURMA DE ORIGEM; O REGISTRO
      ******************************* FICA POSICIONADO PARA O REWRITE
       0210-LOCALIZAR-ORIGEM.
           OPEN I-O TURMA.
           IF WRK-FS-TURMA NOT = '00'
               DISPLAY 'TURMA DE ORIGEM NAO CADASTRADA'
               MOVE 'TURMA DE ORIGEM NAO CADASTRADA'
                   TO WRK-AUDIT-RESULTADO
               MOVE 16 TO RETURN-CODE
           ELSE
               SET WRK-TURMA-ABERTA TO TRUE
               PERFORM 0211-LER-ALUNO
               PERFORM 0212-COMPARAR-ALUNO
                   UNTIL WRK-FIM-ARQUIVO
                      OR WRK-ALUNO-ENCONTRADO
               IF WRK-ALUNO-ENCONTRADO
                   MOVE TUR-NOTA1      TO WRK-NOTA1
                   MOVE TUR-NOTA2      TO WRK-NOTA2
                   MOVE TUR-FREQUENCIA TO WRK-FREQUENCIA
               ELSE
                   DISPLAY 'ALUNO NAO ENCONTRADO NA TURMA DE ORIGEM: '
                           WRK-ALUNO
                   MOVE 'ALUNO NAO ENCONTRADO'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       0211-LER-ALUNO.
           READ TURMA
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0212-COMPARAR-ALUNO.
           IF TUR-NOME = WRK-ALUNO
              AND TUR-STATUS-ATIVO
               SET WRK-ALUNO-ENCONTRADO TO TRUE
           ELSE
               PERFORM 0211-LER-ALUNO
           END-IF.

      ******************************* CAPACIDADE DO DESTINO (PADRAO
      ******************************* DE 40 SEM O TURCAPDE), ALUNOS
      ******************************* ATIVOS NELE E FILA AGUARDANDO
       0220-VERIFICAR-DESTINO.
           OPEN INPUT CAPACIDADE-DESTINO.
           IF WRK-FS-CAP = '00'
               READ CAPACIDADE-DESTINO
                   AT END CONTINUE
               END-READ
               IF WRK-FS-CAP = '00'
                   MOVE CAPD-VAGAS TO WRK-CAPACIDADE
               END-IF
               CLOSE CAPACIDADE-DESTINO
           END-IF.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT TURMA-DESTINO.
           IF WRK-FS-TURD = '00'
               PERFORM 0221-LER-DESTINO
               PERFORM 0222-SOMAR-ATIVO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE TURMA-DESTINO
           END-IF.
           MOVE 'N' TO WRK-EOF-FILA-SW.
           OPEN INPUT FILA-ESPERA-DESTINO.
           IF WRK-FS-FILD = '00'
               PERFORM 0223-SOMAR-AGUARDANDO
                   UNTIL WRK-FIM-FILA
               CLOSE FILA-ESPERA-DESTINO
           END-IF.

       0221-LER-DESTINO.
           READ TURMA-DESTINO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0222-SOMAR-ATIVO.
           IF TURD-STATUS-ATIVO
               ADD 1 TO WRK-QTDE-ATIVOS
               IF TURD-NOME = WRK-ALUNO
                   SET WRK-JA-NO-DESTINO TO TRUE
               END-IF
           END-IF.
           PERFORM 0221-LER-DESTINO.

       0223-SOMAR-AGUARDANDO.
           READ FILA-ESPERA-DESTINO NEXT
               AT END SET WRK-FIM-FILA TO TRUE
           END-READ.
           IF NOT WRK-FIM-FILA
               IF FILD-STATUS-AGUARDANDO
                   ADD 1 TO WRK-QTDE-AGUARDANDO
               END-IF
           END-IF.

      ******************************* DESTINO SEM VAGA OU COM FILA -
      ******************************* O ALUNO ENTRA NO FIM DA FILA DO
      ******************************* DESTINO E FICA NA ORIGEM
       0230-COLOCAR-NA-FILA-DESTINO.
           OPEN INPUT CHECKPOINT-FILA-DESTINO.
           IF WRK-FS-CHECK = '00'
               READ CHECKPOINT-FILA-DESTINO
                   AT END MOVE ZERO TO WRK-ULTIMA-SEQUENCIA
               END-READ
               IF WRK-FS-CHECK = '00'
                   MOVE CHECKFED-REGISTRO TO WRK-ULTIMA-SEQUENCIA
               END-IF
               CLOSE CHECKPOINT-FILA-DESTINO
           END-IF.
           ADD 1 TO WRK-ULTIMA-SEQUENCIA.
           OPEN I-O FILA-ESPERA-DESTINO.
           IF WRK-FS-FILD = '35'
               OPEN OUTPUT FILA-ESPERA-DESTINO
               CLOSE FILA-ESPERA-DESTINO
               OPEN I-O FILA-ESPERA-DESTINO
           END-IF.
           INITIALIZE FILD-REGISTRO.
           MOVE WRK-ULTIMA-SEQUENCIA TO FILD-SEQUENCIA.
           MOVE WRK-ALUNO TO FILD-NOME.
           MOVE WRK-DATAHOJE TO FILD-DATA-ENTRADA.
           SET FILD-STATUS-AGUARDANDO TO TRUE.
           WRITE FILD-REGISTRO.
           CLOSE FILA-ESPERA-DESTINO.
           MOVE WRK-ULTIMA-SEQUENCIA TO CHECKFED-REGISTRO.
           OPEN OUTPUT CHECKPOINT-FILA-DESTINO.
           WRITE CHECKFED-REGISTRO.
           CLOSE CHECKPOINT-FILA-DESTINO.
           DISPLAY 'TURMA DE DESTINO SEM VAGA LIVRE - ALUNO NA LISTA '
                   'DE ESPERA DO DESTINO, POSICAO '
                   WRK-ULTIMA-SEQUENCIA.
           DISPLAY 'O ALUNO CONTINUA NA TURMA DE ORIGEM'.
           MOVE 'NA LISTA DE ESPERA DO DESTINO' TO WRK-AUDIT-RESULTADO.
           MOVE 4 TO RETURN-CODE.

      ******************************* SAIDA DA ORIGEM NA DATA EFETIVA
      ******************************* E ENTRADA NO DESTINO COM AS
      ******************************* NOTAS PARCIAIS E A FREQUENCIA
       0240-EFETIVAR-TRANSFERENCIA.
           SET TUR-STATUS-INATIVO   TO TRUE.
           MOVE WRK-EFETIVA-ANO     TO TUR-SAIDA-ANO.
           MOVE WRK-EFETIVA-MES     TO TUR-SAIDA-MES.
           MOVE WRK-EFETIVA-DIA     TO TUR-SAIDA-DIA.
           REWRITE TUR-REGISTRO.
           IF WRK-FS-TURMA NOT = '00'
               DISPLAY 'FALHA AO REGRAVAR O ALUNO NA ORIGEM - FILE '
                       'STATUS ' WRK-FS-TURMA
               MOVE 'FALHA NA REGRAVACAO DA ORIGEM'
                   TO WRK-AUDIT-RESULTADO
               MOVE 12 TO RETURN-CODE
           ELSE
               CLOSE TURMA
               MOVE 'N' TO WRK-TURMA-SW
               PERFORM 0245-GRAVAR-DESTINO
               PERFORM 0250-PROMOVER-FILA-ORIGEM
               PERFORM 0260-LEVAR-NOTAS-DIARIO
               PERFORM 0270-RATEAR-MENSALIDADE
               PERFORM 0280-GRAVAR-HISTORICO
               DISPLAY 'ALUNO TRANSFERIDO: ' WRK-ALUNO
               DISPLAY 'DE ' WRK-TURMA-ORIGEM ' PARA '
                       WRK-TURMA-DESTINO ' EM ' WRK-DATA-EFETIVA
               MOVE 'ALUNO TRANSFERIDO DE TURMA'
                   TO WRK-AUDIT-RESULTADO
           END-IF.

       0245-GRAVAR-DESTINO.
           OPEN EXTEND TURMA-DESTINO.
           IF WRK-FS-TURD = '35'
               OPEN OUTPUT TURMA-DESTINO
               CLOSE TURMA-DESTINO
               OPEN EXTEND TURMA-DESTINO
           END-IF.
           INITIALIZE TURD-REGISTRO.
           MOVE WRK-ALUNO            TO TURD-NOME.
           MOVE WRK-NOTA1            TO TURD-NOTA1.
           MOVE WRK-NOTA2            TO TURD-NOTA2.
           MOVE WRK-FREQUENCIA       TO TURD-FREQUENCIA.
           SET TURD-STATUS-ATIVO     TO TRUE.
           MOVE WRK-DATA-EFETIVA-NUM TO TURD-DATA-MATRICULA.
           WRITE TURD-REGISTRO.
           CLOSE TURMA-DESTINO.

      ******************************* A VAGA ABERTA NA ORIGEM PROMOVE
      ******************************* O PRIMEIRO AGUARDANDO DA FILA
      ******************************* DA ORIGEM, COMO NO PROGCOB16M
       0250-PROMOVER-FILA-ORIGEM.
           MOVE 'N' TO WRK-EOF-FILA-SW.
           OPEN I-O FILA-ESPERA.
           IF WRK-FS-FILA = '00'
               PERFORM 0251-PROMOVER-PRIMEIRO
                   UNTIL WRK-FIM-FILA OR WRK-FILA-PROMOVIDA
               CLOSE FILA-ESPERA
           END-IF.
           IF WRK-FILA-PROMOVIDA
               MOVE FILA-NOME TO WRK-NOME-PROMOVIDO
               OPEN EXTEND TURMA
               INITIALIZE TUR-REGISTRO
               MOVE WRK-NOME-PROMOVIDO TO TUR-NOME
               MOVE ZEROS TO TUR-NOTA1 TUR-NOTA2 TUR-FREQUENCIA
               SET TUR-STATUS-ATIVO TO TRUE
               MOVE WRK-DATAHOJE (1:4) TO TUR-MATRICULA-ANO
               MOVE WRK-DATAHOJE (5:2) TO TUR-MATRICULA-MES
               MOVE WRK-DATAHOJE (7:2) TO TUR-MATRICULA-DIA
               WRITE TUR-REGISTRO
               CLOSE TURMA
               DISPLAY 'PRIMEIRO DA LISTA DE ESPERA DA ORIGEM '
                       'MATRICULADO: ' WRK-NOME-PROMOVIDO
           END-IF.

       0251-PROMOVER-PRIMEIRO.
           READ FILA-ESPERA NEXT
               AT END SET WRK-FIM-FILA TO TRUE
           END-READ.
           IF NOT WRK-FIM-FILA
               IF FILA-STATUS-AGUARDANDO
                   SET FILA-STATUS-MATRICULADO TO TRUE
                   REWRITE FILA-REGISTRO
                   SET WRK-FILA-PROMOVIDA TO TRUE
               END-IF
           END-IF.

      ******************************* NOTAS DO DIARIO DO TERMO NA
      ******************************* ORIGEM, LEVADAS PARA AS MESMAS
      ******************************* DISCIPLINAS DO DESTINO
       0260-LEVAR-NOTAS-DIARIO.
           IF NOT WRK-TERMO-ENCONTRADO
               DISPLAY 'DATA EFETIVA FORA DOS TERMOS DO NOTAPAR - '
                       'NOTAS DO DIARIO NAO LEVADAS'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0261-CARREGAR-DISCIPLINAS
               OPEN I-O NOTA-LANCAMENTO
               IF WRK-FS-NOTAL = '00'
                   PERFORM 0263-LER-NOTAS-ORIGEM
                   PERFORM 0266-GRAVAR-NOTA-DESTINO
                       VARYING WRK-NT-IDX FROM 1 BY 1
                       UNTIL WRK-NT-IDX > WRK-QTDE-NOTAS
                   CLOSE NOTA-LANCAMENTO
               END-IF
               DISPLAY 'NOTAS DO DIARIO LEVADAS PARA O DESTINO: '
                       WRK-QTDE-NOTAS-LEVADAS
           END-IF.

       0261-CARREGAR-DISCIPLINAS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT PROFESSOR-TURMA.
           IF WRK-FS-PROFT = '00'
               PERFORM 0262-LER-QUADRO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE PROFESSOR-TURMA
           END-IF.

       0262-LER-QUADRO.
           READ PROFESSOR-TURMA
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT WRK-FIM-ARQUIVO
               IF PROFT-TURMA = WRK-TURMA-DESTINO
                  AND WRK-QTDE-DISC < 10
                   ADD 1 TO WRK-QTDE-DISC
                   MOVE PROFT-DISCIPLINA
                       TO WRK-DISC-NOME (WRK-QTDE-DISC)
               END-IF
           END-IF.

       0263-LER-NOTAS-ORIGEM.
           MOVE 'N' TO WRK-EOF-NOTAL-SW.
           MOVE WRK-TERMO        TO NOTAL-TERMO.
           MOVE WRK-TURMA-ORIGEM TO NOTAL-TURMA.
           MOVE LOW-VALUES       TO NOTAL-DISCIPLINA NOTAL-ALUNO.
           START NOTA-LANCAMENTO KEY >= NOTAL-CHAVE
               INVALID KEY SET WRK-FIM-NOTAS TO TRUE
           END-START.
           PERFORM 0264-GUARDAR-NOTA
               UNTIL WRK-FIM-NOTAS.

       0264-GUARDAR-NOTA.
           READ NOTA-LANCAMENTO NEXT
               AT END SET WRK-FIM-NOTAS TO TRUE
           END-READ.
           IF NOT WRK-FIM-NOTAS
               IF NOTAL-TERMO NOT = WRK-TERMO
                  OR NOTAL-TURMA NOT = WRK-TURMA-ORIGEM
                   SET WRK-FIM-NOTAS TO TRUE
               ELSE
                   IF NOTAL-ALUNO = WRK-ALUNO
                      AND NOTAL-COM-NOTA
                       PERFORM 0265-PROCURAR-DISCIPLINA
                       IF WRK-DISC-NO-DESTINO
                          AND WRK-QTDE-NOTAS < 10
                           ADD 1 TO WRK-QTDE-NOTAS
                           MOVE NOTAL-DISCIPLINA
                               TO WRK-NT-DISCIPLINA (WRK-QTDE-NOTAS)
                           MOVE NOTAL-NOTA
                               TO WRK-NT-NOTA (WRK-QTDE-NOTAS)
                           MOVE NOTAL-PROFESSOR
                               TO WRK-NT-PROFESSOR (WRK-QTDE-NOTAS)
                           MOVE NOTAL-DATA-LANCAMENTO
                               TO WRK-NT-DATA (WRK-QTDE-NOTAS)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0265-PROCURAR-DISCIPLINA.
           MOVE 'N' TO WRK-DISC-SW.
           PERFORM 0267-COMPARAR-DISCIPLINA
               VARYING WRK-DC-IDX FROM 1 BY 1
               UNTIL WRK-DC-IDX > WRK-QTDE-DISC
                  OR WRK-DISC-NO-DESTINO.

       0267-COMPARAR-DISCIPLINA.
           IF WRK-DISC-NOME (WRK-DC-IDX) = NOTAL-DISCIPLINA
               SET WRK-DISC-NO-DESTINO TO TRUE
           END-IF.

       0266-GRAVAR-NOTA-DESTINO.
           INITIALIZE NOTAL-REGISTRO.
           MOVE WRK-TERMO         TO NOTAL-TERMO.
           MOVE WRK-TURMA-DESTINO TO NOTAL-TURMA.
           MOVE WRK-NT-DISCIPLINA (WRK-NT-IDX) TO NOTAL-DISCIPLINA.
           MOVE WRK-ALUNO         TO NOTAL-ALUNO.
           MOVE WRK-NT-NOTA (WRK-NT-IDX)      TO NOTAL-NOTA.
           MOVE WRK-NT-PROFESSOR (WRK-NT-IDX) TO NOTAL-PROFESSOR.
           MOVE WRK-NT-DATA (WRK-NT-IDX)  TO NOTAL-DATA-LANCAMENTO.
           MOVE WRK-OPERADOR      TO NOTAL-OPERADOR.
           SET NOTAL-STATUS-LANCADA TO TRUE.
           WRITE NOTAL-REGISTRO
               INVALID KEY
                   DISPLAY 'NOTA JA LANCADA NO DESTINO - MANTIDA: '
                           NOTAL-DISCIPLINA
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-NOTAS-LEVADAS
           END-WRITE.

      ******************************* MENSALIDADE DO MES DA DATA
      ******************************* EFETIVA - PASSA PARA O DESTINO,
      ******************************* GUARDANDO A PARCELA PRO RATA DOS
      ******************************* DIAS NA ORIGEM; O VALOR NAO MUDA
       0270-RATEAR-MENSALIDADE.
           OPEN I-O MENSALIDADE-MASTER.
           IF WRK-FS-MENS = '00'
               MOVE WRK-ALUNO TO MENS-ALUNO
               COMPUTE MENS-ANOMES = WRK-DATA-EFETIVA-NUM / 100
               READ MENSALIDADE-MASTER
                   INVALID KEY
                       DISPLAY 'MENSALIDADE DO MES AINDA NAO GERADA - '
                               'O MES FICA COM A TURMA DE DESTINO'
                   NOT INVALID KEY
                       PERFORM 0271-CALCULAR-RATEIO
               END-READ
               CLOSE MENSALIDADE-MASTER
           END-IF.

       0271-CALCULAR-RATEIO.
           COMPUTE WRK-PRIMEIRO-DIA = WRK-EFETIVA-ANO * 10000 +
               WRK-EFETIVA-MES * 100 + 1.
           MOVE WRK-EFETIVA-ANO TO WRK-ANO-SEGUINTE.
           COMPUTE WRK-MES-SEGUINTE = WRK-EFETIVA-MES + 1.
           IF WRK-MES-SEGUINTE > 12
               MOVE 1 TO WRK-MES-SEGUINTE
               ADD 1 TO WRK-ANO-SEGUINTE
           END-IF.
           COMPUTE WRK-PRIMEIRO-DIA-SEGUINTE = WRK-ANO-SEGUINTE *
               10000 + WRK-MES-SEGUINTE * 100 + 1.
           COMPUTE WRK-DIAS-MES =
               FUNCTION INTEGER-OF-DATE (WRK-PRIMEIRO-DIA-SEGUINTE) -
               FUNCTION INTEGER-OF-DATE (WRK-PRIMEIRO-DIA).
           COMPUTE WRK-DIAS-ORIGEM = WRK-EFETIVA-DIA - 1.
           IF WRK-DIAS-ORIGEM > ZERO
               COMPUTE WRK-VALOR-ORIGEM ROUNDED =
                   MENS-VALOR * WRK-DIAS-ORIGEM / WRK-DIAS-MES
               MOVE WRK-TURMA-ORIGEM TO MENS-TURMA-ANTERIOR
               MOVE WRK-VALOR-ORIGEM TO MENS-VALOR-TURMA-ANTERIOR
           END-IF.
           MOVE WRK-TURMA-DESTINO TO MENS-TURMA.
           REWRITE MENS-REGISTRO.
           MOVE WRK-VALOR-ORIGEM TO WRK-VALOR-EDITADO.
           DISPLAY 'MENSALIDADE ' MENS-ANOMES ' RATEADA - '
                   WRK-DIAS-ORIGEM ' DIAS NA ORIGEM: '
                   WRK-VALOR-EDITADO.

      ******************************* REGISTRO DA TRANSFERENCIA NO
      ******************************* HISTORICO ACADEMICO, COM A
      ******************************* MEDIA PARCIAL NA DATA EFETIVA
       0280-GRAVAR-HISTORICO.
           OPEN EXTEND HIST-GPA.
           IF WRK-FS-GPA = '35'
               OPEN OUTPUT HIST-GPA
               CLOSE HIST-GPA
               OPEN EXTEND HIST-GPA
           END-IF.
           INITIALIZE GPA-REGISTRO.
           MOVE WRK-ALUNO            TO GPA-NOME.
           SET GPA-TERMO-TRANSFERENCIA TO TRUE.
           COMPUTE GPA-MEDIA ROUNDED = (WRK-NOTA1 + WRK-NOTA2) / 2.
           MOVE WRK-EFETIVA-ANO      TO GPA-DATA-ANO.
           MOVE WRK-EFETIVA-MES      TO GPA-DATA-MES.
           MOVE WRK-EFETIVA-DIA      TO GPA-DATA-DIA.
           MOVE WRK-TURMA-ORIGEM     TO GPA-TURMA-ORIGEM.
           MOVE WRK-TURMA-DESTINO    TO GPA-TURMA-DESTINO.
           WRITE GPA-REGISTRO.
           CLOSE HIST-GPA.

       0300-FINALIZAR.
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
           MOVE 'PROGCOB16X' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-ALUNO TO AUDIT-ENTRADA-CHAVE.
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
