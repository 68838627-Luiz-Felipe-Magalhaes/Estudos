      *           ARQUIVO DE PARAMETROS (MENSAPAR) E O DESCONTO DE
      *           IRMAOS PARA ALUNO CUJO RESPONSAVEL (CADASTRO
      *           RESPONSA) TEM MAIS DE UM ALUNO ATIVO MATRICULADO;
      *           MES JA GERADO PARA O ALUNO NAO E GERADO DE NOVO.
      *           AVULSO, GERA UMA TURMA (DD TURMA, NOME NO CONSOLE);
      *           NO FLUXO MENSAL GERA TODAS AS TURMAS DA LISTA
      *           TURMALST, CADA UMA NA SUA DD (TURMA01 A TURMA10)
      * DATA   = 02/09/2026
      * HISTORICO DE ALTERACOES
      * 02/09/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - PASSA A APLICAR A BOLSA DE ESTUDO ATIVA DO
      *                 CADASTRO BOLSAS (PROGCOB36C) NOS MESES DA
      *                 VIGENCIA, PERCENTUAL OU VALOR FIXO, GRAVANDO O
      *                 VALOR DA BOLSA E A TURMA INFORMADA NA
      *                 MENSALIDADE, EM VEZ DO DESCONTO MANUAL TODO MES
      * 15/10/2026 FM - DENTRO DO FLUXO DE FECHAMENTO MENSAL (PROGCOBS)
      *                 O MES VEM DO PARAMETRO MESFECHA E A TURMA DO
      *                 ARGUMENTO DO STEP NA TABELA MESDEP, PELA ROTINA
      *                 PROGCOBU
      * 15/10/2026 FM - NO FLUXO MENSAL A TURMA DEIXA DE VIR DO
      *                 ARGUMENTO DO STEP: O PROGRAMA PERCORRE A LISTA
      *                 DE TURMAS (TURMALST) E GERA AS MENSALIDADES DE
      *                 CADA TURMA A PARTIR DA SUA DD (TURMA01 A
      *                 TURMA10), GRAVANDO O NOME DA TURMA CERTO EM
      *                 MENS-TURMA E APLICANDO A BOLSA DE TODOS OS
      *                 ALUNOS; FORA DO FLUXO CONTINUA COM A DD TURMA
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TURMA ASSIGN TO 'TURMA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURMA.
           SELECT LISTA-TURMAS ASSIGN TO 'TURMALST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LISTA.
           SELECT TURMA-01 ASSIGN TO 'TURMA01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURMA.
           SELECT TURMA-02 ASSIGN TO 'TURMA02'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURMA.
           SELECT TURMA-03 ASSIGN TO 'TURMA03'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURMA.
           SELECT TURMA-04 ASSIGN TO 'TURMA04'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURMA.
           SELECT TURMA-05 ASSIGN TO 'TURMA05'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURMA.
           SELECT TURMA-06 ASSIGN TO 'TURMA06'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURMA.
           SELECT TURMA-07 ASSIGN TO 'TURMA07'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURMA.
           SELECT TURMA-08 ASSIGN TO 'TURMA08'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURMA.
           SELECT TURMA-09 ASSIGN TO 'TURMA09'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURMA.
           SELECT TURMA-10 ASSIGN TO 'TURMA10'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURMA.
           SELECT MENSALIDADE-MASTER ASSIGN TO 'MENSALID'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT CADASTRO-RESPONSAVEL ASSIGN TO 'RESPONSA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESP.
           SELECT BOLSA-MASTER ASSIGN TO 'BOLSAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BOLSA-ALUNO
               FILE STATUS IS WRK-FS-BOLSA.
           SELECT PARAM-MENSALIDADE ASSIGN TO 'MENSAPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAR.
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
      ******************************* OS ARQUIVOS DE TURMA SAO LIDOS
      ******************************* COMO LINHA E MOVIDOS PARA O
      ******************************* TUR-REGISTRO (WORKING-STORAGE)
       FD  TURMA.
       01  TURMA-LINHA                PIC X(44).
       FD  LISTA-TURMAS.
       01  TURL-REGISTRO.
           05  TURL-TURMA            PIC X(20).
           05  TURL-DD               PIC X(08).
       FD  TURMA-01.
       01  TURMA01-LINHA              PIC X(44).
       FD  TURMA-02.
       01  TURMA02-LINHA              PIC X(44).
       FD  TURMA-03.
       01  TURMA03-LINHA              PIC X(44).
       FD  TURMA-04.
       01  TURMA04-LINHA              PIC X(44).
       FD  TURMA-05.
       01  TURMA05-LINHA              PIC X(44).
       FD  TURMA-06.
       01  TURMA06-LINHA              PIC X(44).
       FD  TURMA-07.
       01  TURMA07-LINHA              PIC X(44).
       FD  TURMA-08.
       01  TURMA08-LINHA              PIC X(44).
       FD  TURMA-09.
       01  TURMA09-LINHA              PIC X(44).
       FD  TURMA-10.
       01  TURMA10-LINHA              PIC X(44).
       FD  MENSALIDADE-MASTER.
           COPY CPMENSAL.
       FD  CADASTRO-RESPONSAVEL.
       01  RESP-REGISTRO.
           05  RESP-ALUNO            PIC X(20).
           05  RESP-RESPONSAVEL      PIC X(20).
       FD  BOLSA-MASTER.
           COPY CPBOLSA.
       FD  PARAM-MENSALIDADE.
       01  MENSPAR-REGISTRO.
           05  MENSPAR-VALOR         PIC 9(04)V99.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-TURMA              PIC X(02) VALUE '00'.
       77  WRK-FS-LISTA              PIC X(02) VALUE '00'.
       77  WRK-FS-MENS               PIC X(02) VALUE '00'.
       77  WRK-FS-RESP               PIC X(02) VALUE '00'.
       77  WRK-FS-PAR                PIC X(02) VALUE '00'.
       77  WRK-FS-BOLSA              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       77  WRK-FLUXO-SW              PIC X(01) VALUE 'N'.
           88  WRK-FLUXO-MENSAL          VALUE 'S'.
       77  WRK-FLUXO-OPERADOR        PIC X(08) VALUE SPACES.
       77  WRK-FLUXO-ARGUMENTO       PIC X(20) VALUE SPACES.
       77  WRK-TURMA                 PIC X(20) VALUE SPACES.
       77  WRK-DD-TURMA              PIC X(08) VALUE SPACES.
       77  WRK-QTDE-TURMAS           PIC 9(02) VALUE ZERO.
       77  WRK-QTDE-GERADAS-TURMA    PIC 9(05) VALUE ZERO.
       77  WRK-EOF-LISTA-SW          PIC X(01) VALUE 'N'.
           88  WRK-FIM-LISTA             VALUE 'S'.
       77  WRK-ANOMES-INICIO         PIC 9(06) VALUE ZEROS.
       77  WRK-ANOMES-FIM            PIC 9(06) VALUE ZEROS.
       77  WRK-BOLSA                 PIC 9(05)V99 VALUE ZERO.
       77  WRK-QTDE-COM-BOLSA        PIC 9(05) VALUE ZERO.
       77  WRK-TOTAL-BOLSAS          PIC 9(09)V99 VALUE ZERO.
       77  WRK-BOLSAS-SW             PIC X(01) VALUE 'N'.
           88  WRK-HA-BOLSAS             VALUE 'S'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-EOF-RESP-SW           PIC X(01) VALUE 'N'.
                              DEPENDING ON WRK-QTDE-RESP.
               10  WRK-RESP-ALUNO        PIC X(20).
               10  WRK-RESP-NOME         PIC X(20).
           COPY CPTURMA.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-FLUXO-MENSAL
               PERFORM 0150-PROCESSAR-LISTA
           ELSE
               MOVE 'TURMA' TO WRK-DD-TURMA
               PERFORM 0160-PROCESSAR-TURMA
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           CALL 'PROGCOBU' USING WRK-ANOMES WRK-FLUXO-OPERADOR
                                 WRK-FLUXO-ARGUMENTO WRK-FLUXO-SW.
           IF NOT WRK-FLUXO-MENSAL
               DISPLAY 'MES DE COMPETENCIA (AAAAMM)..'
               ACCEPT WRK-ANOMES FROM CONSOLE
               DISPLAY 'NOME DA TURMA..'
               ACCEPT WRK-TURMA FROM CONSOLE
           END-IF.
           PERFORM 0120-CARREGAR-PARAMETROS.
           OPEN INPUT BOLSA-MASTER.
           IF WRK-FS-BOLSA = '00'
               SET WRK-HA-BOLSAS TO TRUE
           END-IF.
           PERFORM 0130-CARREGAR-RESPONSAVEIS.
           OPEN I-O MENSALIDADE-MASTER.
           IF WRK-FS-MENS = '35'
               CLOSE MENSALIDADE-MASTER
               OPEN I-O MENSALIDADE-MASTER
           END-IF.

      ******************************* LE O ALUNO DO ARQUIVO DA TURMA
      ******************************* EM PROCESSAMENTO (DD DA TURMA)
       0110-LER-ALUNO.
           EVALUATE WRK-DD-TURMA
               WHEN 'TURMA'
                   READ TURMA INTO TUR-REGISTRO
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN 'TURMA01'
                   READ TURMA-01 INTO TUR-REGISTRO
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN 'TURMA02'
                   READ TURMA-02 INTO TUR-REGISTRO
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN 'TURMA03'
                   READ TURMA-03 INTO TUR-REGISTRO
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN 'TURMA04'
                   READ TURMA-04 INTO TUR-REGISTRO
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN 'TURMA05'
                   READ TURMA-05 INTO TUR-REGISTRO
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN 'TURMA06'
                   READ TURMA-06 INTO TUR-REGISTRO
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN 'TURMA07'
                   READ TURMA-07 INTO TUR-REGISTRO
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN 'TURMA08'
                   READ TURMA-08 INTO TUR-REGISTRO
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN 'TURMA09'
                   READ TURMA-09 INTO TUR-REGISTRO
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN 'TURMA10'
                   READ TURMA-10 INTO TUR-REGISTRO
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
           END-EVALUATE.

       0120-CARREGAR-PARAMETROS.
           OPEN INPUT PARAM-MENSALIDADE.
           END-IF.
           PERFORM 0131-LER-RESPONSAVEL.

      ******************************* DENTRO DO FLUXO MENSAL GERA AS
      ******************************* MENSALIDADES DE TODAS AS TURMAS
      ******************************* DA LISTA TURMALST (NOME DA TURMA
      ******************************* E DD DO SEU ARQUIVO, TURMA01 A
      ******************************* TURMA10, ALOCADA NA JCL); TURMA
      ******************************* INDISPONIVEL NAO IMPEDE AS
      ******************************* DEMAIS, MAS DEVOLVE RC 8
       0150-PROCESSAR-LISTA.
           OPEN INPUT LISTA-TURMAS.
           IF WRK-FS-LISTA NOT = '00'
               DISPLAY 'LISTA DE TURMAS (TURMALST) INDISPONIVEL - '
                       'MENSALIDADES NAO GERADAS'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0151-LER-LISTA
               PERFORM 0152-TRATAR-LISTA
                   UNTIL WRK-FIM-LISTA
               CLOSE LISTA-TURMAS
               IF WRK-QTDE-TURMAS = ZERO
                   DISPLAY 'LISTA DE TURMAS (TURMALST) VAZIA - '
                           'MENSALIDADES NAO GERADAS'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0151-LER-LISTA.
           READ LISTA-TURMAS
               AT END SET WRK-FIM-LISTA TO TRUE
           END-READ.

       0152-TRATAR-LISTA.
           IF TURL-TURMA NOT = SPACES
               ADD 1 TO WRK-QTDE-TURMAS
               MOVE TURL-TURMA TO WRK-TURMA
               MOVE TURL-DD    TO WRK-DD-TURMA
               PERFORM 0160-PROCESSAR-TURMA
           END-IF.
           PERFORM 0151-LER-LISTA.

      ******************************* GERA AS MENSALIDADES DOS ALUNOS
      ******************************* ATIVOS DE UMA TURMA
       0160-PROCESSAR-TURMA.
           MOVE 'N' TO WRK-EOF-SW.
           MOVE ZERO TO WRK-QTDE-GERADAS-TURMA.
           PERFORM 0170-ABRIR-TURMA.
           IF WRK-FS-TURMA NOT = '00'
               DISPLAY 'ARQUIVO DA TURMA ' WRK-TURMA ' (DD '
                       WRK-DD-TURMA ') INDISPONIVEL - MENSALIDADES '
                       'NAO GERADAS'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0110-LER-ALUNO
               PERFORM 0200-PROCESSAR
                   UNTIL WRK-FIM-ARQUIVO
               PERFORM 0180-FECHAR-TURMA
               DISPLAY 'TURMA ' WRK-TURMA ' - MENSALIDADES GERADAS: '
                       WRK-QTDE-GERADAS-TURMA
           END-IF.

       0170-ABRIR-TURMA.
           EVALUATE WRK-DD-TURMA
               WHEN 'TURMA'
                   OPEN INPUT TURMA
               WHEN 'TURMA01'
                   OPEN INPUT TURMA-01
               WHEN 'TURMA02'
                   OPEN INPUT TURMA-02
               WHEN 'TURMA03'
                   OPEN INPUT TURMA-03
               WHEN 'TURMA04'
                   OPEN INPUT TURMA-04
               WHEN 'TURMA05'
                   OPEN INPUT TURMA-05
               WHEN 'TURMA06'
                   OPEN INPUT TURMA-06
               WHEN 'TURMA07'
                   OPEN INPUT TURMA-07
               WHEN 'TURMA08'
                   OPEN INPUT TURMA-08
               WHEN 'TURMA09'
                   OPEN INPUT TURMA-09
               WHEN 'TURMA10'
                   OPEN INPUT TURMA-10
               WHEN OTHER
                   DISPLAY 'DD DA TURMA INVALIDA NA LISTA (TURMALST): '
                           WRK-DD-TURMA
                   MOVE '99' TO WRK-FS-TURMA
           END-EVALUATE.

       0180-FECHAR-TURMA.
           EVALUATE WRK-DD-TURMA
               WHEN 'TURMA'
                   CLOSE TURMA
               WHEN 'TURMA01'
                   CLOSE TURMA-01
               WHEN 'TURMA02'
                   CLOSE TURMA-02
               WHEN 'TURMA03'
                   CLOSE TURMA-03
               WHEN 'TURMA04'
                   CLOSE TURMA-04
               WHEN 'TURMA05'
                   CLOSE TURMA-05
               WHEN 'TURMA06'
                   CLOSE TURMA-06
               WHEN 'TURMA07'
                   CLOSE TURMA-07
               WHEN 'TURMA08'
                   CLOSE TURMA-08
               WHEN 'TURMA09'
                   CLOSE TURMA-09
               WHEN 'TURMA10'
                   CLOSE TURMA-10
           END-EVALUATE.

       0200-PROCESSAR.
           IF TUR-STATUS-ATIVO
               PERFORM 0210-GERAR-MENSALIDADE

       0220-GRAVAR-MENSALIDADE.
           PERFORM 0230-CALCULAR-DESCONTO-IRMAO.
           PERFORM 0240-CALCULAR-BOLSA.
           INITIALIZE MENS-REGISTRO.
           MOVE TUR-NOME   TO MENS-ALUNO.
           MOVE WRK-ANOMES TO MENS-ANOMES.
           COMPUTE MENS-VALOR =
               WRK-VALOR-MENSALIDADE - WRK-DESCONTO - WRK-BOLSA.
           MOVE WRK-DESCONTO TO MENS-DESCONTO-IRMAO.
           MOVE WRK-BOLSA  TO MENS-BOLSA.
           MOVE WRK-TURMA  TO MENS-TURMA.
           COMPUTE MENS-DATA-VENCIMENTO =
               (WRK-ANOMES * 100) + WRK-DIA-VENCIMENTO.
           SET MENS-STATUS-ABERTA TO TRUE.
           WRITE MENS-REGISTRO.
           ADD 1 TO WRK-QTDE-GERADAS.
           ADD 1 TO WRK-QTDE-GERADAS-TURMA.

      ******************************* ALUNO CUJO RESPONSAVEL TEM MAIS
      ******************************* DE UM ALUNO CADASTRADO GANHA O
               ADD 1 TO WRK-QTDE-IRMAOS
           END-IF.

      ******************************* BOLSA ATIVA DO CADASTRO BOLSAS,
      ******************************* SE O MES ESTA NA VIGENCIA -
      ******************************* PERCENTUAL SOBRE A MENSALIDADE
      ******************************* JA COM O DESCONTO DE IRMAOS OU
      ******************************* VALOR FIXO, LIMITADA AO QUE
      ******************************* RESTA A PAGAR
       0240-CALCULAR-BOLSA.
           MOVE ZERO TO WRK-BOLSA.
           IF WRK-HA-BOLSAS
               MOVE TUR-NOME TO BOLSA-ALUNO
               READ BOLSA-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM 0245-APLICAR-BOLSA
               END-READ
           END-IF.

       0245-APLICAR-BOLSA.
           COMPUTE WRK-ANOMES-INICIO = BOLSA-DATA-INICIO / 100.
           COMPUTE WRK-ANOMES-FIM = BOLSA-DATA-FIM / 100.
           IF BOLSA-STATUS-ATIVA
              AND WRK-ANOMES NOT < WRK-ANOMES-INICIO
              AND WRK-ANOMES NOT > WRK-ANOMES-FIM
               IF BOLSA-MODAL-PERCENTUAL
                   COMPUTE WRK-BOLSA ROUNDED =
                       (WRK-VALOR-MENSALIDADE - WRK-DESCONTO)
                       * BOLSA-PERCENTUAL / 100
               ELSE
                   MOVE BOLSA-VALOR TO WRK-BOLSA
               END-IF
               IF WRK-BOLSA > WRK-VALOR-MENSALIDADE - WRK-DESCONTO
                   COMPUTE WRK-BOLSA =
                       WRK-VALOR-MENSALIDADE - WRK-DESCONTO
               END-IF
               ADD 1 TO WRK-QTDE-COM-BOLSA
               ADD WRK-BOLSA TO WRK-TOTAL-BOLSAS
           END-IF.

       0300-FINALIZAR.
           IF WRK-HA-BOLSAS
               CLOSE BOLSA-MASTER
           END-IF.
           CLOSE MENSALIDADE-MASTER.
           PERFORM 0310-GRAVAR-AUDITORIA.
                   WRK-QTDE-GERADAS ' JA GERADAS NO MES: '
                   WRK-QTDE-JA-GERADAS ' COM DESCONTO DE IRMAOS: '
                   WRK-QTDE-COM-DESCONTO.
           IF WRK-FLUXO-MENSAL
               DISPLAY 'TURMAS DA LISTA: ' WRK-QTDE-TURMAS
           END-IF.
           DISPLAY 'COM BOLSA DE ESTUDO: ' WRK-QTDE-COM-BOLSA
                   ' CUSTO DAS BOLSAS NO MES: ' WRK-TOTAL-BOLSAS.

      ******************************* GRAVA A TRILHA DE AUDITORIA
       0310-GRAVAR-AUDITORIA.
