       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB36R.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: REVISAO ANUAL DAS BOLSAS DE ESTUDO - PARA O ANO
      *           INFORMADO (AAAA), PEGA A ULTIMA MEDIA PONDERADA DE
      *           CADA ALUNO NO HISTORICO (HISTGPA, TERMOS DO ANO) E
      *           CONFRONTA COM A MEDIA MINIMA DE CADA BOLSA ATIVA DO
      *           CADASTRO (BOLSA-MASTER): MEDIA NO MINIMO OU ACIMA -
      *           RENOVAR; ATE UM PONTO ABAIXO - REDUZIR; MAIS QUE ISSO
      *           - CANCELAR; SEM MEDIA NO ANO - REVISAR A MAO. O
      *           PARECER FICA GRAVADO NA BOLSA E SAI NO RELATORIO
      *           (RELBOLRV); A RENOVACAO, REDUCAO OU CANCELAMENTO EM
      *           SI E FEITO PELA SECRETARIA NO PROGCOB36C, EM VEZ DE O
      *           ALUNO QUE PERDEU A CONDICAO FICAR COM A BOLSA POR ANOS
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
           SELECT BOLSA-MASTER ASSIGN TO 'BOLSAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BOLSA-ALUNO
               FILE STATUS IS WRK-FS-BOLSA.
           SELECT HIST-GPA ASSIGN TO 'HISTGPA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GPA.
           SELECT RELATORIO-REVISAO ASSIGN TO 'RELBOLRV'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-MASTER.
           COPY CPOPERAD.
       FD  BOLSA-MASTER.
           COPY CPBOLSA.
       FD  HIST-GPA.
           COPY CPGPA.
       FD  RELATORIO-REVISAO.
       01  REL-LINHA                 PIC X(100).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-OPER               PIC X(02) VALUE '00'.
       77  WRK-FS-BOLSA              PIC X(02) VALUE '00'.
       77  WRK-FS-GPA                PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-OPERADOR-OK-SW        PIC X(01) VALUE 'N'.
           88  WRK-OPERADOR-OK           VALUE 'S'.
       77  WRK-ANO                   PIC 9(04) VALUE ZERO.
       77  WRK-ANO-TERMO             PIC X(04) VALUE SPACES.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-ABERTO-SW             PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-ABERTOS      VALUE 'S'.
       77  WRK-MEDIA                 PIC 9(02)V9 VALUE ZERO.
       77  WRK-LIMITE-REDUCAO        PIC S9(02)V9 VALUE ZERO.
      ******************************* ATE QUANTO ABAIXO DA MEDIA MINIMA
      ******************************* A BOLSA E REDUZIDA EM VEZ DE
      ******************************* CANCELADA
       77  WRK-MARGEM-REDUCAO        PIC 9(01)V9 VALUE 1,0.
       77  WRK-QTDE-BOLSAS           PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-RENOVAR          PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-REDUZIR          PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-CANCELAR         PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-SEM-MEDIA        PIC 9(05) VALUE ZERO.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
      ******************************* ULTIMA MEDIA DO ANO POR ALUNO
       77  WRK-QTDE-MEDIAS           PIC 9(03) VALUE ZERO.
       77  WRK-MD-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-MD-SW                 PIC X(01) VALUE 'N'.
           88  WRK-MD-ACHOU              VALUE 'S'.
       77  WRK-ALUNO-BUSCA           PIC X(20) VALUE SPACES.
       01  WRK-TABELA-MEDIAS.
           05  WRK-MEDIA-ALUNO OCCURS 1 TO 500 TIMES
                               DEPENDING ON WRK-QTDE-MEDIAS.
               10  WRK-MD-NOME           PIC X(20).
               10  WRK-MD-MEDIA          PIC 9(02)V9.
               10  WRK-MD-TERMO          PIC X(06).
               10  WRK-MD-DATA           PIC 9(08).
       01  REL-CABECALHO.
           05  FILLER                PIC X(36) VALUE
               'REVISAO ANUAL DAS BOLSAS DE ESTUDO '.
           05  REL-CAB-ANO           PIC 9(04).
       01  REL-TITULOS.
           05  FILLER                PIC X(44) VALUE
               'ALUNO                TURMA                TP'.
           05  FILLER                PIC X(40) VALUE
               ' MINIMA MEDIA  FIM VIG. PARECER'.
       01  REL-DETALHE.
           05  REL-DET-ALUNO         PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-TURMA         PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-TIPO          PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  REL-DET-MINIMA        PIC Z9,9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-MEDIA         PIC Z9,9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-FIM           PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-PARECER       PIC X(30).
       01  REL-TOTAL.
           05  FILLER                PIC X(10) VALUE 'RENOVAR='.
           05  REL-TOT-RENOVAR       PIC ZZZZ9.
           05  FILLER                PIC X(11) VALUE '  REDUZIR='.
           05  REL-TOT-REDUZIR       PIC ZZZZ9.
           05  FILLER                PIC X(12) VALUE '  CANCELAR='.
           05  REL-TOT-CANCELAR      PIC ZZZZ9.
           05  FILLER                PIC X(13) VALUE '  SEM MEDIA='.
           05  REL-TOT-SEM-MEDIA     PIC ZZZZ9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               PERFORM 0200-REVISAR-BOLSA
                   UNTIL WRK-FIM-ARQUIVO
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           OPEN INPUT OPERADORES-MASTER.
           PERFORM 0110-VALIDAR-OPERADOR.
           CLOSE OPERADORES-MASTER.
           IF NOT WRK-OPERADOR-OK
               MOVE 'OPERADOR NAO AUTORIZADO' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'ANO DA REVISAO (AAAA)..'
               ACCEPT WRK-ANO FROM CONSOLE
               MOVE WRK-ANO TO WRK-ANO-TERMO
               OPEN I-O BOLSA-MASTER
               IF WRK-FS-BOLSA NOT = '00'
                   DISPLAY 'NENHUMA BOLSA DE ESTUDO CADASTRADA'
                   MOVE 'SEM BOLSAS CADASTRADAS'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 0120-CARREGAR-MEDIAS
                   OPEN OUTPUT RELATORIO-REVISAO
                   MOVE WRK-ANO TO REL-CAB-ANO
                   MOVE REL-CABECALHO TO REL-LINHA
                   WRITE REL-LINHA
                   MOVE REL-TITULOS TO REL-LINHA
                   WRITE REL-LINHA
                   SET WRK-ARQUIVOS-ABERTOS TO TRUE
                   MOVE 'N' TO WRK-EOF-SW
                   PERFORM 0210-LER-BOLSA
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

      ******************************* GUARDA A MEDIA MAIS RECENTE DE
      ******************************* CADA ALUNO NOS TERMOS DO ANO
       0120-CARREGAR-MEDIAS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT HIST-GPA.
           IF WRK-FS-GPA = '00'
               PERFORM 0121-LER-GPA
               PERFORM 0122-GUARDAR-MEDIA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE HIST-GPA
           END-IF.

       0121-LER-GPA.
           READ HIST-GPA
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0122-GUARDAR-MEDIA.
           IF GPA-TERMO (1:4) = WRK-ANO-TERMO
               MOVE GPA-NOME TO WRK-ALUNO-BUSCA
               PERFORM 0130-LOCALIZAR-MEDIA
               IF WRK-MD-ACHOU
                   IF GPA-DATA NOT < WRK-MD-DATA (WRK-MD-IDX)
                       MOVE GPA-MEDIA TO WRK-MD-MEDIA (WRK-MD-IDX)
                       MOVE GPA-TERMO TO WRK-MD-TERMO (WRK-MD-IDX)
                       MOVE GPA-DATA  TO WRK-MD-DATA (WRK-MD-IDX)
                   END-IF
               ELSE
                   IF WRK-QTDE-MEDIAS < 500
                       ADD 1 TO WRK-QTDE-MEDIAS
                       MOVE GPA-NOME  TO WRK-MD-NOME (WRK-QTDE-MEDIAS)
                       MOVE GPA-MEDIA TO WRK-MD-MEDIA (WRK-QTDE-MEDIAS)
                       MOVE GPA-TERMO TO WRK-MD-TERMO (WRK-QTDE-MEDIAS)
                       MOVE GPA-DATA  TO WRK-MD-DATA (WRK-QTDE-MEDIAS)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0121-LER-GPA.

       0130-LOCALIZAR-MEDIA.
           MOVE 'N' TO WRK-MD-SW.
           PERFORM 0131-COMPARAR-MEDIA
               VARYING WRK-MD-IDX FROM 1 BY 1
               UNTIL WRK-MD-IDX > WRK-QTDE-MEDIAS OR WRK-MD-ACHOU.
           IF WRK-MD-ACHOU
               SUBTRACT 1 FROM WRK-MD-IDX
           END-IF.

       0131-COMPARAR-MEDIA.
           IF WRK-MD-NOME (WRK-MD-IDX) = WRK-ALUNO-BUSCA
               SET WRK-MD-ACHOU TO TRUE
           END-IF.

       0200-REVISAR-BOLSA.
           IF BOLSA-STATUS-ATIVA
               ADD 1 TO WRK-QTDE-BOLSAS
               PERFORM 0220-EMITIR-PARECER
           END-IF.
           PERFORM 0210-LER-BOLSA.

       0210-LER-BOLSA.
           READ BOLSA-MASTER NEXT RECORD
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* NO MINIMO OU ACIMA RENOVA; ATE A
      ******************************* MARGEM ABAIXO REDUZ; MAIS QUE
      ******************************* ISSO CANCELA
       0220-EMITIR-PARECER.
           MOVE BOLSA-ALUNO TO WRK-ALUNO-BUSCA.
           PERFORM 0130-LOCALIZAR-MEDIA.
           MOVE ZERO TO WRK-MEDIA.
           COMPUTE WRK-LIMITE-REDUCAO =
               BOLSA-MEDIA-MINIMA - WRK-MARGEM-REDUCAO.
           IF WRK-MD-ACHOU
               MOVE WRK-MD-MEDIA (WRK-MD-IDX) TO WRK-MEDIA
           END-IF.
           EVALUATE TRUE
               WHEN NOT WRK-MD-ACHOU
                   SET BOLSA-PARECER-SEM-MEDIA TO TRUE
                   ADD 1 TO WRK-QTDE-SEM-MEDIA
                   MOVE 'SEM MEDIA NO ANO - REVISAR'
                       TO REL-DET-PARECER
               WHEN WRK-MEDIA NOT < BOLSA-MEDIA-MINIMA
                   SET BOLSA-PARECER-RENOVAR TO TRUE
                   ADD 1 TO WRK-QTDE-RENOVAR
                   MOVE 'RENOVAR' TO REL-DET-PARECER
               WHEN WRK-MEDIA NOT < WRK-LIMITE-REDUCAO
                   SET BOLSA-PARECER-REDUZIR TO TRUE
                   ADD 1 TO WRK-QTDE-REDUZIR
                   MOVE 'REDUZIR' TO REL-DET-PARECER
               WHEN OTHER
                   SET BOLSA-PARECER-CANCELAR TO TRUE
                   ADD 1 TO WRK-QTDE-CANCELAR
                   MOVE 'CANCELAR' TO REL-DET-PARECER
           END-EVALUATE.
           MOVE WRK-DATAHOJE TO BOLSA-DATA-REVISAO.
           MOVE WRK-MEDIA    TO BOLSA-MEDIA-REVISAO.
           REWRITE BOLSA-REGISTRO.
           MOVE BOLSA-ALUNO        TO REL-DET-ALUNO.
           MOVE BOLSA-TURMA        TO REL-DET-TURMA.
           MOVE BOLSA-TIPO         TO REL-DET-TIPO.
           MOVE BOLSA-MEDIA-MINIMA TO REL-DET-MINIMA.
           MOVE WRK-MEDIA          TO REL-DET-MEDIA.
           MOVE BOLSA-DATA-FIM     TO REL-DET-FIM.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.

       0300-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               MOVE WRK-QTDE-RENOVAR   TO REL-TOT-RENOVAR
               MOVE WRK-QTDE-REDUZIR   TO REL-TOT-REDUZIR
               MOVE WRK-QTDE-CANCELAR  TO REL-TOT-CANCELAR
               MOVE WRK-QTDE-SEM-MEDIA TO REL-TOT-SEM-MEDIA
               MOVE REL-TOTAL TO REL-LINHA
               WRITE REL-LINHA
               CLOSE RELATORIO-REVISAO
               CLOSE BOLSA-MASTER
               IF WRK-QTDE-REDUZIR > ZERO
                  OR WRK-QTDE-CANCELAR > ZERO
                  OR WRK-QTDE-SEM-MEDIA > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE 'REVISAO DE BOLSAS GERADA' TO WRK-AUDIT-RESULTADO
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - BOLSAS REVISADAS: '
                   WRK-QTDE-BOLSAS ' RENOVAR: ' WRK-QTDE-RENOVAR
                   ' REDUZIR: ' WRK-QTDE-REDUZIR
                   ' CANCELAR: ' WRK-QTDE-CANCELAR
                   ' SEM MEDIA: ' WRK-QTDE-SEM-MEDIA.

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
           MOVE 'PROGCOB36R' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-ANO TO AUDIT-ENTRADA-CHAVE (01:04).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
