       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB36N.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: ACORDO DE PARCELAMENTO DE MENSALIDADES VENCIDAS - A
      *           SECRETARIA INFORMA O RESPONSAVEL (CADASTRO RESPONSA)
      *           E O PROGRAMA LEVANTA AS MENSALIDADES ABERTAS E
      *           VENCIDAS DE TODOS OS SEUS ALUNOS (MENSALIDADE-MASTER)
      *           COM A MULTA E OS JUROS ATE HOJE (PROGCOBC); O TOTAL
      *           E DIVIDIDO NA QUANTIDADE DE PARCELAS INFORMADA (ATE
      *           O MAXIMO DO MENSAPAR), COM VENCIMENTO MENSAL NO DIA
      *           DE VENCIMENTO DAS MENSALIDADES A PARTIR DO MES
      *           SEGUINTE, NO ARQUIVO DE ACORDOS (ACORDMEN), NUMERADO
      *           PELO PONTO DE CONTROLE CHECKAM. AS MENSALIDADES DO
      *           ACORDO FICAM RENEGOCIADAS (STATUS 'R') COM O NUMERO
      *           DO ACORDO, E SO DEIXAM DE RETER O BOLETIM E O
      *           TRANSCRIPT ENQUANTO O ACORDO ESTIVER EM DIA
      *           (PROGCOBD). AS PARCELAS SAO BAIXADAS NO PROGCOB36P
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
           SELECT MENSALIDADE-MASTER ASSIGN TO 'MENSALID'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MENS-CHAVE
               FILE STATUS IS WRK-FS-MENS.
           SELECT ACORDO-MENSALIDADE ASSIGN TO 'ACORDMEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACOM-CHAVE
               FILE STATUS IS WRK-FS-ACORDO.
           SELECT CADASTRO-RESPONSAVEL ASSIGN TO 'RESPONSA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESP.
           SELECT PARAM-MENSALIDADE ASSIGN TO 'MENSAPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAR.
           SELECT CHECKPOINT-ACORDO ASSIGN TO 'CHECKAM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHECK.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  MENSALIDADE-MASTER.
           COPY CPMENSAL.
       FD  ACORDO-MENSALIDADE.
           COPY CPACOMEN.
       FD  CADASTRO-RESPONSAVEL.
       01  RESP-REGISTRO.
           05  RESP-ALUNO            PIC X(20).
           05  RESP-RESPONSAVEL      PIC X(20).
       FD  PARAM-MENSALIDADE.
       01  MENSPAR-REGISTRO.
           05  MENSPAR-VALOR         PIC 9(04)V99.
           05  MENSPAR-DESC-IRMAO    PIC 9V9(04).
           05  MENSPAR-DIA-VENC      PIC 9(02).
           05  MENSPAR-MULTA         PIC 9V9(04).
           05  MENSPAR-JUROS-DIA     PIC 9V9(05).
           05  MENSPAR-MAX-PARCELAS  PIC 9(02).
       FD  CHECKPOINT-ACORDO.
       01  CHECKAM-REGISTRO          PIC 9(06).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-MENS               PIC X(02) VALUE '00'.
       77  WRK-FS-ACORDO             PIC X(02) VALUE '00'.
       77  WRK-FS-RESP               PIC X(02) VALUE '00'.
       77  WRK-FS-PAR                PIC X(02) VALUE '00'.
       77  WRK-FS-CHECK              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-RESPONSAVEL           PIC X(20) VALUE SPACES.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-DIA-VENCIMENTO        PIC 9(02) VALUE 10.
       77  WRK-MAX-PARCELAS          PIC 9(02) VALUE 12.
       77  WRK-ULTIMO-NUMERO         PIC 9(06) VALUE ZERO.
       77  WRK-QTDE-PARCELAS         PIC 9(02) VALUE ZERO.
       77  WRK-PARCELA-IDX           PIC 9(02) VALUE ZERO.
       77  WRK-VALOR-PARCELA         PIC 9(06)V99 VALUE ZERO.
       77  WRK-VALOR-ULTIMA          PIC 9(06)V99 VALUE ZERO.
       77  WRK-ANO-VENC              PIC 9(04) VALUE ZERO.
       77  WRK-MES-VENC              PIC 9(02) VALUE ZERO.
       77  WRK-VALOR-ORIGINAL        PIC 9(07)V99 VALUE ZERO.
       77  WRK-DATA-VENCIMENTO       PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRASO           PIC 9(05) VALUE ZERO.
       77  WRK-MULTA                 PIC 9(05)V99 VALUE ZERO.
       77  WRK-JUROS                 PIC 9(05)V99 VALUE ZERO.
       77  WRK-TOTAL-ORIGINAL        PIC 9(07)V99 VALUE ZERO.
       77  WRK-TOTAL-ENCARGOS        PIC 9(07)V99 VALUE ZERO.
       77  WRK-TOTAL-ACORDO          PIC 9(07)V99 VALUE ZERO.
       77  WRK-VALOR-EDITADO         PIC Z.ZZZ.ZZ9,99.
       77  WRK-CONFIRMA              PIC X(01) VALUE 'N'.
           88  WRK-ACORDO-CONFIRMADO     VALUE 'S'.
       77  WRK-EOF-RESP-SW           PIC X(01) VALUE 'N'.
           88  WRK-FIM-RESPONSAVEIS      VALUE 'S'.
       77  WRK-EOF-MENS-SW           PIC X(01) VALUE 'N'.
           88  WRK-FIM-MENSALIDADES      VALUE 'S'.
       77  WRK-ARQUIVOS-SW           PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-ABERTOS      VALUE 'S'.
       77  WRK-QTDE-ALUNOS           PIC 9(02) VALUE ZERO.
       77  WRK-AL-IDX                PIC 9(02) VALUE ZERO.
       77  WRK-QTDE-MESES            PIC 9(02) VALUE ZERO.
       77  WRK-MS-IDX                PIC 9(02) VALUE ZERO.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
       01  WRK-TABELA-ALUNOS.
           05  WRK-ALUNO-LINHA OCCURS 1 TO 10 TIMES
                               DEPENDING ON WRK-QTDE-ALUNOS.
               10  WRK-ALUNO             PIC X(20).
       01  WRK-TABELA-MESES.
           05  WRK-MES-LINHA OCCURS 1 TO 60 TIMES
                             DEPENDING ON WRK-QTDE-MESES.
               10  WRK-MES-ALUNO         PIC X(20).
               10  WRK-MES-ANOMES        PIC 9(06).
               10  WRK-MES-MULTA         PIC 9(05)V99.
               10  WRK-MES-JUROS         PIC 9(05)V99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'NOME DO RESPONSAVEL..'.
           ACCEPT WRK-RESPONSAVEL FROM CONSOLE.
           PERFORM 0120-CARREGAR-PARAMETROS.
           PERFORM 0130-CARREGAR-ALUNOS.
           IF WRK-QTDE-ALUNOS = ZERO
               DISPLAY 'RESPONSAVEL SEM ALUNO NO CADASTRO RESPONSA'
               MOVE 'RESPONSAVEL NAO ENCONTRADO'
                   TO WRK-AUDIT-RESULTADO
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN I-O MENSALIDADE-MASTER
               IF WRK-FS-MENS NOT = '00'
                   DISPLAY 'MASTER DE MENSALIDADES INDISPONIVEL - '
                           'ACORDO NAO REALIZADO'
                   MOVE 'MENSALIDADES INDISPONIVEIS'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN I-O ACORDO-MENSALIDADE
                   IF WRK-FS-ACORDO = '35'
                       OPEN OUTPUT ACORDO-MENSALIDADE
                       CLOSE ACORDO-MENSALIDADE
                       OPEN I-O ACORDO-MENSALIDADE
                   END-IF
                   SET WRK-ARQUIVOS-ABERTOS TO TRUE
                   PERFORM 0140-LER-CHECKPOINT
               END-IF
           END-IF.

      ******************************* DIA DE VENCIMENTO E MAXIMO DE
      ******************************* PARCELAS - NA FALTA DO MENSAPAR
      ******************************* VALEM DIA 10 E 12 PARCELAS
       0120-CARREGAR-PARAMETROS.
           OPEN INPUT PARAM-MENSALIDADE.
           IF WRK-FS-PAR = '00'
               READ PARAM-MENSALIDADE
                   AT END CONTINUE
               END-READ
               IF WRK-FS-PAR = '00'
                   MOVE MENSPAR-DIA-VENC TO WRK-DIA-VENCIMENTO
                   IF MENSPAR-MAX-PARCELAS IS NUMERIC
                      AND MENSPAR-MAX-PARCELAS > ZERO
                       MOVE MENSPAR-MAX-PARCELAS TO WRK-MAX-PARCELAS
                   END-IF
               END-IF
               CLOSE PARAM-MENSALIDADE
           END-IF.

      ******************************* GUARDA EM MEMORIA OS ALUNOS DO
      ******************************* RESPONSAVEL (A FAMILIA)
       0130-CARREGAR-ALUNOS.
           OPEN INPUT CADASTRO-RESPONSAVEL.
           IF WRK-FS-RESP NOT = '00'
               SET WRK-FIM-RESPONSAVEIS TO TRUE
           ELSE
               PERFORM 0131-LER-RESPONSAVEL
               PERFORM 0132-GUARDAR-ALUNO
                   UNTIL WRK-FIM-RESPONSAVEIS
               CLOSE CADASTRO-RESPONSAVEL
           END-IF.

       0131-LER-RESPONSAVEL.
           READ CADASTRO-RESPONSAVEL
               AT END SET WRK-FIM-RESPONSAVEIS TO TRUE
           END-READ.

       0132-GUARDAR-ALUNO.
           IF RESP-RESPONSAVEL = WRK-RESPONSAVEL
              AND WRK-QTDE-ALUNOS < 10
               ADD 1 TO WRK-QTDE-ALUNOS
               MOVE RESP-ALUNO TO WRK-ALUNO (WRK-QTDE-ALUNOS)
           END-IF.
           PERFORM 0131-LER-RESPONSAVEL.

      ******************************* LE O ULTIMO NUMERO DE ACORDO
      ******************************* JA ATRIBUIDO
       0140-LER-CHECKPOINT.
           OPEN INPUT CHECKPOINT-ACORDO.
           IF WRK-FS-CHECK = '00'
               READ CHECKPOINT-ACORDO
                   AT END MOVE ZERO TO WRK-ULTIMO-NUMERO
               END-READ
               IF WRK-FS-CHECK = '00'
                   MOVE CHECKAM-REGISTRO TO WRK-ULTIMO-NUMERO
               END-IF
               CLOSE CHECKPOINT-ACORDO
           ELSE
               MOVE ZERO TO WRK-ULTIMO-NUMERO
           END-IF.

       0200-PROCESSAR.
           PERFORM 0210-LEVANTAR-ALUNO
               VARYING WRK-AL-IDX FROM 1 BY 1
               UNTIL WRK-AL-IDX > WRK-QTDE-ALUNOS.
           IF WRK-QTDE-MESES = ZERO
               DISPLAY 'NENHUMA MENSALIDADE VENCIDA EM ABERTO PARA OS '
                       'ALUNOS DO RESPONSAVEL'
               MOVE 'SEM MENSALIDADE VENCIDA' TO WRK-AUDIT-RESULTADO
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 0220-NEGOCIAR-ACORDO
           END-IF.

      ******************************* MENSALIDADES ABERTAS E VENCIDAS
      ******************************* DO ALUNO, COM OS ENCARGOS DE
      ******************************* ATRASO CALCULADOS ATE HOJE
       0210-LEVANTAR-ALUNO.
           MOVE 'N' TO WRK-EOF-MENS-SW.
           MOVE WRK-ALUNO (WRK-AL-IDX) TO MENS-ALUNO.
           MOVE ZEROS TO MENS-ANOMES.
           START MENSALIDADE-MASTER KEY >= MENS-CHAVE
               INVALID KEY SET WRK-FIM-MENSALIDADES TO TRUE
           END-START.
           PERFORM 0211-CONFERIR-MENSALIDADE
               UNTIL WRK-FIM-MENSALIDADES.

       0211-CONFERIR-MENSALIDADE.
           READ MENSALIDADE-MASTER NEXT
               AT END SET WRK-FIM-MENSALIDADES TO TRUE
           END-READ.
           IF NOT WRK-FIM-MENSALIDADES
               IF MENS-ALUNO NOT = WRK-ALUNO (WRK-AL-IDX)
                   SET WRK-FIM-MENSALIDADES TO TRUE
               ELSE
                   IF MENS-STATUS-ABERTA
                      AND MENS-DATA-VENCIMENTO < WRK-DATAHOJE
                      AND WRK-QTDE-MESES < 60
                       PERFORM 0212-GUARDAR-MENSALIDADE
                   END-IF
               END-IF
           END-IF.

       0212-GUARDAR-MENSALIDADE.
           MOVE MENS-VALOR TO WRK-VALOR-ORIGINAL.
           MOVE MENS-DATA-VENCIMENTO TO WRK-DATA-VENCIMENTO.
           CALL 'PROGCOBC' USING WRK-VALOR-ORIGINAL
                                 WRK-DATA-VENCIMENTO
                                 WRK-DATAHOJE
                                 WRK-DIAS-ATRASO
                                 WRK-MULTA
                                 WRK-JUROS.
           ADD 1 TO WRK-QTDE-MESES.
           MOVE MENS-ALUNO  TO WRK-MES-ALUNO (WRK-QTDE-MESES).
           MOVE MENS-ANOMES TO WRK-MES-ANOMES (WRK-QTDE-MESES).
           MOVE WRK-MULTA   TO WRK-MES-MULTA (WRK-QTDE-MESES).
           MOVE WRK-JUROS   TO WRK-MES-JUROS (WRK-QTDE-MESES).
           ADD WRK-VALOR-ORIGINAL TO WRK-TOTAL-ORIGINAL.
           ADD WRK-MULTA WRK-JUROS TO WRK-TOTAL-ENCARGOS.
           COMPUTE WRK-VALOR-EDITADO =
               WRK-VALOR-ORIGINAL + WRK-MULTA + WRK-JUROS.
           DISPLAY MENS-ALUNO ' ' MENS-ANOMES ' ATRASO '
                   WRK-DIAS-ATRASO ' DIAS - ATUALIZADO '
                   WRK-VALOR-EDITADO.

      ******************************* TOTAL DA DIVIDA E QUANTIDADE DE
      ******************************* PARCELAS; A ULTIMA PARCELA
      ******************************* ABSORVE A DIFERENCA DE CENTAVOS
       0220-NEGOCIAR-ACORDO.
           COMPUTE WRK-TOTAL-ACORDO =
               WRK-TOTAL-ORIGINAL + WRK-TOTAL-ENCARGOS.
           MOVE WRK-TOTAL-ORIGINAL TO WRK-VALOR-EDITADO.
           DISPLAY 'VALOR ORIGINAL......: ' WRK-VALOR-EDITADO.
           MOVE WRK-TOTAL-ENCARGOS TO WRK-VALOR-EDITADO.
           DISPLAY 'MULTA E JUROS.......: ' WRK-VALOR-EDITADO.
           MOVE WRK-TOTAL-ACORDO TO WRK-VALOR-EDITADO.
           DISPLAY 'TOTAL DO ACORDO.....: ' WRK-VALOR-EDITADO.
           DISPLAY 'QUANTIDADE DE PARCELAS (1 A ' WRK-MAX-PARCELAS
                   ')..'.
           ACCEPT WRK-QTDE-PARCELAS FROM CONSOLE.
           IF WRK-QTDE-PARCELAS = ZERO
              OR WRK-QTDE-PARCELAS > WRK-MAX-PARCELAS
               DISPLAY 'QUANTIDADE DE PARCELAS INVALIDA - ACORDO NAO '
                       'REALIZADO'
               MOVE 'QTDE DE PARCELAS INVALIDA' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               DIVIDE WRK-TOTAL-ACORDO BY WRK-QTDE-PARCELAS
                   GIVING WRK-VALOR-PARCELA ROUNDED
               COMPUTE WRK-VALOR-ULTIMA = WRK-TOTAL-ACORDO -
                   WRK-VALOR-PARCELA * (WRK-QTDE-PARCELAS - 1)
               MOVE WRK-VALOR-PARCELA TO WRK-VALOR-EDITADO
               DISPLAY WRK-QTDE-PARCELAS ' PARCELAS DE '
                       WRK-VALOR-EDITADO
               DISPLAY 'CONFIRMA O ACORDO (S/N)..'
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF WRK-ACORDO-CONFIRMADO
                   PERFORM 0230-GRAVAR-ACORDO
               ELSE
                   DISPLAY 'ACORDO NAO CONFIRMADO'
                   MOVE 'ACORDO NAO CONFIRMADO'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************* GRAVA AS PARCELAS DO ACORDO E
      ******************************* MARCA AS MENSALIDADES COMO
      ******************************* RENEGOCIADAS
       0230-GRAVAR-ACORDO.
           ADD 1 TO WRK-ULTIMO-NUMERO.
           MOVE WRK-DATAHOJE (1:4) TO WRK-ANO-VENC.
           MOVE WRK-DATAHOJE (5:2) TO WRK-MES-VENC.
           PERFORM 0231-GRAVAR-PARCELA
               VARYING WRK-PARCELA-IDX FROM 1 BY 1
               UNTIL WRK-PARCELA-IDX > WRK-QTDE-PARCELAS.
           PERFORM 0232-RENEGOCIAR-MENSALIDADE
               VARYING WRK-MS-IDX FROM 1 BY 1
               UNTIL WRK-MS-IDX > WRK-QTDE-MESES.
           PERFORM 0320-GRAVAR-CHECKPOINT.
           DISPLAY 'ACORDO ' WRK-ULTIMO-NUMERO ' REGISTRADO - '
                   WRK-QTDE-MESES ' MENSALIDADES RENEGOCIADAS'.
           MOVE 'ACORDO REGISTRADO' TO WRK-AUDIT-RESULTADO.
           MOVE WRK-ULTIMO-NUMERO TO WRK-AUDIT-RESULTADO (19:6).

       0231-GRAVAR-PARCELA.
           ADD 1 TO WRK-MES-VENC.
           IF WRK-MES-VENC > 12
               MOVE 1 TO WRK-MES-VENC
               ADD 1 TO WRK-ANO-VENC
           END-IF.
           INITIALIZE ACOM-REGISTRO.
           MOVE WRK-ULTIMO-NUMERO  TO ACOM-NUMERO.
           MOVE WRK-PARCELA-IDX    TO ACOM-PARCELA.
           MOVE WRK-RESPONSAVEL    TO ACOM-RESPONSAVEL.
           MOVE WRK-QTDE-PARCELAS  TO ACOM-QTDE-PARCELAS.
           MOVE WRK-TOTAL-ACORDO   TO ACOM-VALOR-TOTAL.
           MOVE WRK-DATAHOJE       TO ACOM-DATA-ACORDO.
           IF WRK-PARCELA-IDX = WRK-QTDE-PARCELAS
               MOVE WRK-VALOR-ULTIMA  TO ACOM-VALOR-PARCELA
           ELSE
               MOVE WRK-VALOR-PARCELA TO ACOM-VALOR-PARCELA
           END-IF.
           COMPUTE ACOM-DATA-VENCIMENTO = WRK-ANO-VENC * 10000 +
               WRK-MES-VENC * 100 + WRK-DIA-VENCIMENTO.
           SET ACOM-STATUS-ABERTA TO TRUE.
           MOVE WRK-OPERADOR       TO ACOM-OPERADOR.
           WRITE ACOM-REGISTRO
               INVALID KEY
                   DISPLAY 'PARCELA JA EXISTENTE - ACORDO '
                           ACOM-NUMERO ' PARCELA ' ACOM-PARCELA
                   MOVE 8 TO RETURN-CODE
           END-WRITE.

       0232-RENEGOCIAR-MENSALIDADE.
           MOVE WRK-MES-ALUNO (WRK-MS-IDX)  TO MENS-ALUNO.
           MOVE WRK-MES-ANOMES (WRK-MS-IDX) TO MENS-ANOMES.
           READ MENSALIDADE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MENS-STATUS-RENEGOCIADA TO TRUE
                   MOVE WRK-ULTIMO-NUMERO TO MENS-ACORDO
                   MOVE WRK-MES-MULTA (WRK-MS-IDX) TO MENS-MULTA
                   MOVE WRK-MES-JUROS (WRK-MS-IDX) TO MENS-JUROS
                   REWRITE MENS-REGISTRO
           END-READ.

       0300-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               CLOSE MENSALIDADE-MASTER
               CLOSE ACORDO-MENSALIDADE
           END-IF.
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
           MOVE 'PROGCOB36N' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-RESPONSAVEL TO AUDIT-ENTRADA-CHAVE.
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

      ******************************* ATUALIZA O PONTO DE CONTROLE COM
      ******************************* O ULTIMO NUMERO DE ACORDO
       0320-GRAVAR-CHECKPOINT.
           MOVE WRK-ULTIMO-NUMERO TO CHECKAM-REGISTRO.
           OPEN OUTPUT CHECKPOINT-ACORDO.
           WRITE CHECKAM-REGISTRO.
           CLOSE CHECKPOINT-ACORDO.
