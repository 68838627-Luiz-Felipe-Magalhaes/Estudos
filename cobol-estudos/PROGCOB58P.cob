       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB58P.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: PAGAMENTO DOS REEMBOLSOS DE DESPESAS APROVADOS - PARA
      *           O MES DA FOLHA INFORMADO (AAAAMM), PERCORRE O MASTER
      *           DE DESPESAS (DESPESAS) E, PARA CADA PEDIDO APROVADO
      *           PELO GERENTE (PROGCOB58), GRAVA NO EXTRATO DE FOLHA
      *           (FOLHAEXT) UM MOVIMENTO TIPO E (REEMBOLSO, NAO
      *           TRIBUTAVEL), QUE A FOLHA LIQUIDA (PROGCOB31N) PAGA
      *           FORA DO BRUTO, E MARCA O PEDIDO COMO PAGO COM O MES
      *           DA FOLHA. O TOTAL DE CADA DEPARTAMENTO E LANCADO NO
      *           RAZAOEXT D 580100 / C 210100 NO ULTIMO DIA DO MES,
      *           VALIDADO PELO PROGCOB19R, E ENTRA COMO REALIZADO DO
      *           DEPARTAMENTO NO ORCADO X REALIZADO (PROGCOB19O). RODA
      *           ANTES DA FOLHA LIQUIDA DO MES; SE O LIQFOLHA JA
      *           ESTIVER NO MES, SAI COM AVISO PARA A FOLHA SER
      *           RECALCULADA
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - DENTRO DO FLUXO DE FECHAMENTO MENSAL (PROGCOBS,
      *                 STEP104, ANTES DA FOLHA LIQUIDA) O MES VEM DO
      *                 PARAMETRO MESFECHA E O OPERADOR E O QUE DISPAROU
      *                 O FLUXO, PELA ROTINA PROGCOBU; A VALIDACAO DO
      *                 OPERADOR CONTINUA A MESMA
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
           SELECT DESPESA-MASTER ASSIGN TO 'DESPESAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DESP-NUMERO
               FILE STATUS IS WRK-FS-DESP.
           SELECT FUNCIONARIOS-MASTER ASSIGN TO 'FUNCIONARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.
           SELECT FOLHA-LIQUIDA ASSIGN TO 'LIQFOLHA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIQFOL.
           SELECT FOLHA-EXTRATO ASSIGN TO 'FOLHAEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHA.
           SELECT RAZAO-EXTRATO ASSIGN TO 'RAZAOEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RAZAO.
           SELECT RELATORIO-REEMBOLSO ASSIGN TO 'RELREEMB'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-MASTER.
           COPY CPOPERAD.
       FD  DESPESA-MASTER.
           COPY CPDESPES.
       FD  FUNCIONARIOS-MASTER.
           COPY CPFUNC.
       FD  FOLHA-LIQUIDA.
           COPY CPLIQFOL.
       FD  FOLHA-EXTRATO.
           COPY CPFOLHA.
       FD  RAZAO-EXTRATO.
           COPY CPRAZAO.
       FD  RELATORIO-REEMBOLSO.
       01  REL-LINHA                 PIC X(132).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-OPER               PIC X(02) VALUE '00'.
       77  WRK-FS-DESP               PIC X(02) VALUE '00'.
       77  WRK-FS-FUNC               PIC X(02) VALUE '00'.
       77  WRK-FS-LIQFOL             PIC X(02) VALUE '00'.
       77  WRK-FS-FOLHA              PIC X(02) VALUE '00'.
       77  WRK-FS-RAZAO              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-FLUXO-SW              PIC X(01) VALUE 'N'.
           88  WRK-FLUXO-MENSAL          VALUE 'S'.
       77  WRK-FLUXO-OPERADOR        PIC X(08) VALUE SPACES.
       77  WRK-FLUXO-ARGUMENTO       PIC X(20) VALUE SPACES.
       77  WRK-OPERADOR-OK-SW        PIC X(01) VALUE 'N'.
           88  WRK-OPERADOR-OK           VALUE 'S'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-ABERTO-SW             PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-ABERTOS      VALUE 'S'.
       01  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       01  WRK-ANOMES-R REDEFINES WRK-ANOMES.
           05  WRK-ANO               PIC 9(04).
           05  WRK-MES               PIC 9(02).
       01  WRK-DATA-PROX-MES         PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-PROX-MES-R REDEFINES WRK-DATA-PROX-MES.
           05  WRK-PROX-ANO          PIC 9(04).
           05  WRK-PROX-MES          PIC 9(02).
           05  WRK-PROX-DIA          PIC 9(02).
       77  WRK-DATA-LANCAMENTO       PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS                  PIC 9(08) VALUE ZERO.
       77  WRK-QTDE-LIDOS            PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-PAGOS            PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-LANCAMENTOS      PIC 9(05) VALUE ZERO.
       77  WRK-TOTAL-MES             PIC 9(11)V99 VALUE ZERO.
       77  WRK-VALOR-ED              PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-RECUSA-SW             PIC X(01) VALUE 'N'.
           88  WRK-HOUVE-RECUSA          VALUE 'S'.
       77  WRK-AVISO-SW              PIC X(01) VALUE 'N'.
           88  WRK-FOLHA-JA-CALCULADA    VALUE 'S'.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
      ******************************* TOTAL DO MES POR DEPARTAMENTO
       77  WRK-QTDE-DEPTOS           PIC 9(03) VALUE ZERO.
       77  WRK-DP-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-DP-SW                 PIC X(01) VALUE 'N'.
           88  WRK-DP-ACHOU              VALUE 'S'.
       01  WRK-TABELA-DEPTOS.
           05  WRK-DEPTO OCCURS 1 TO 100 TIMES
                         DEPENDING ON WRK-QTDE-DEPTOS.
               10  WRK-DP-CODIGO         PIC X(04).
               10  WRK-DP-VALOR          PIC 9(11)V99.
      *********************************
      * PLANO DE CONTAS - CONSTANTES FIXAS, NA MESMA CONVENCAO DO
      * PROGCOB19G
      *********************************
       77  WRK-CONTA-DESPESA-REEMB   PIC 9(06) VALUE 580100.
       77  WRK-CONTA-FOLHA-PAGAR     PIC 9(06) VALUE 210100.
       77  WRK-LANC-OK               PIC X(01) VALUE 'S'.
           88  WRK-LANC-VALIDO           VALUE 'S'.
       77  WRK-LANC-MOTIVO           PIC X(30) VALUE SPACES.
       01  REL-CABECALHO.
           05  FILLER                PIC X(40) VALUE
               'REEMBOLSO DE DESPESAS - FOLHA DO MES '.
           05  REL-CAB-ANOMES        PIC 9(06).
       01  REL-TITULOS.
           05  FILLER                PIC X(44) VALUE
               'PEDIDO MATRIC NOME                 DEPT DATA'.
           05  FILLER                PIC X(45) VALUE
               '     CAT        VALOR COMPROVANTE     APROVAD'.
       01  REL-DETALHE.
           05  REL-DET-NUMERO        PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-MATRICULA     PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-NOME          PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-DEPTO         PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-DATA          PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-CATEGORIA     PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-VALOR         PIC ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-COMPROVANTE   PIC X(15).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DET-APROVADOR     PIC 9(06).
       01  REL-DEPTO.
           05  FILLER                PIC X(20) VALUE
               'TOTAL DEPARTAMENTO '.
           05  REL-DEP-CODIGO        PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DEP-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
       01  REL-TOTAL.
           05  FILLER                PIC X(20) VALUE
               'TOTAL REEMBOLSADO: '.
           05  REL-TOT-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(11) VALUE ' PEDIDOS: '.
           05  REL-TOT-PEDIDOS       PIC ZZZZ9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF RETURN-CODE = 0
               PERFORM 0200-PAGAR-PEDIDO
                   UNTIL WRK-FIM-ARQUIVO
               PERFORM 0250-LANCAR-DEPARTAMENTOS
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           CALL 'PROGCOBU' USING WRK-ANOMES WRK-FLUXO-OPERADOR
                                 WRK-FLUXO-ARGUMENTO WRK-FLUXO-SW.
           IF WRK-FLUXO-MENSAL
               MOVE WRK-FLUXO-OPERADOR TO WRK-OPERADOR
           ELSE
               DISPLAY 'ID DO OPERADOR..'
               ACCEPT WRK-OPERADOR FROM CONSOLE
           END-IF.
           OPEN INPUT OPERADORES-MASTER.
           PERFORM 0110-VALIDAR-OPERADOR.
           CLOSE OPERADORES-MASTER.
           IF NOT WRK-OPERADOR-OK
               MOVE 'OPERADOR NAO AUTORIZADO' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT WRK-FLUXO-MENSAL
                   DISPLAY 'MES DA FOLHA (AAAAMM)..'
                   ACCEPT WRK-ANOMES FROM CONSOLE
               END-IF
               PERFORM 0120-VALIDAR-MES
           END-IF.
           IF RETURN-CODE = 0
               OPEN I-O DESPESA-MASTER
               IF WRK-FS-DESP NOT = '00'
                   DISPLAY 'NENHUM PEDIDO DE REEMBOLSO REGISTRADO'
                   MOVE 'SEM PEDIDOS DE REEMBOLSO'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 0130-VERIFICAR-FOLHA-LIQUIDA
                   OPEN INPUT FUNCIONARIOS-MASTER
                   OPEN EXTEND FOLHA-EXTRATO
                   IF WRK-FS-FOLHA = '35'
                       OPEN OUTPUT FOLHA-EXTRATO
                       CLOSE FOLHA-EXTRATO
                       OPEN EXTEND FOLHA-EXTRATO
                   END-IF
                   OPEN OUTPUT RELATORIO-REEMBOLSO
                   MOVE WRK-ANOMES TO REL-CAB-ANOMES
                   MOVE REL-CABECALHO TO REL-LINHA
                   WRITE REL-LINHA
                   MOVE REL-TITULOS TO REL-LINHA
                   WRITE REL-LINHA
                   SET WRK-ARQUIVOS-ABERTOS TO TRUE
                   PERFORM 0140-LER-PEDIDO
               END-IF
           END-IF.

      ******************************* O OPERADOR PRECISA EXISTIR,
      ******************************* ESTAR ATIVO E TER A AUTORIZACAO
      ******************************* DE FOLHA
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

      ******************************* O LANCAMENTO VAI NO ULTIMO DIA
      ******************************* DO MES, QUE PRECISA ESTAR ABERTO
      ******************************* NO CALENDARIO CONTABIL - A CONTA
      ******************************* DE DESPESA E CONFERIDA NO
      ******************************* PROGCOB19R ANTES DE TOCAR EM
      ******************************* QUALQUER PEDIDO
       0120-VALIDAR-MES.
           IF WRK-MES < 1 OR WRK-MES > 12
               DISPLAY 'MES INVALIDO: ' WRK-ANOMES
               MOVE 'MES INVALIDO' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-ANO TO WRK-PROX-ANO
               MOVE WRK-MES TO WRK-PROX-MES
               MOVE 1 TO WRK-PROX-DIA
               ADD 1 TO WRK-PROX-MES
               IF WRK-PROX-MES > 12
                   MOVE 1 TO WRK-PROX-MES
                   ADD 1 TO WRK-PROX-ANO
               END-IF
               COMPUTE WRK-DIAS = FUNCTION
                   INTEGER-OF-DATE (WRK-DATA-PROX-MES) - 1
               COMPUTE WRK-DATA-LANCAMENTO = FUNCTION
                   DATE-OF-INTEGER (WRK-DIAS)
               MOVE WRK-DATA-LANCAMENTO TO RAZAO-DATA
               MOVE WRK-CONTA-DESPESA-REEMB TO RAZAO-CONTA
               MOVE 'REEMBOLSO DE DESPESAS' TO RAZAO-DESCRICAO
               SET RAZAO-TIPO-DEBITO TO TRUE
               MOVE 0,01 TO RAZAO-VALOR
               MOVE 'PROGCOB58P' TO RAZAO-ORIGEM
               CALL 'PROGCOB19R' USING RAZAO-REGISTRO WRK-LANC-OK
                   WRK-LANC-MOTIVO
               IF NOT WRK-LANC-VALIDO
                   DISPLAY 'REEMBOLSO NAO PODE SER LANCADO ('
                           WRK-LANC-MOTIVO ') - NADA FOI PROCESSADO'
                   MOVE WRK-LANC-MOTIVO TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************* SE A FOLHA LIQUIDA DO MES JA FOI
      ******************************* CALCULADA, O REEMBOLSO SO SAI
      ******************************* NELA DEPOIS DE UM NOVO PROGCOB31N
       0130-VERIFICAR-FOLHA-LIQUIDA.
           OPEN INPUT FOLHA-LIQUIDA.
           IF WRK-FS-LIQFOL = '00'
               READ FOLHA-LIQUIDA
                   AT END CONTINUE
               END-READ
               IF WRK-FS-LIQFOL = '00'
                  AND LIQFOL-ANOMES = WRK-ANOMES
                   SET WRK-FOLHA-JA-CALCULADA TO TRUE
               END-IF
               CLOSE FOLHA-LIQUIDA
           END-IF.

       0140-LER-PEDIDO.
           READ DESPESA-MASTER NEXT
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* PEDIDO APROVADO VIRA MOVIMENTO
      ******************************* TIPO E NO FOLHAEXT DO MES E FICA
      ******************************* MARCADO COMO PAGO
       0200-PAGAR-PEDIDO.
           ADD 1 TO WRK-QTDE-LIDOS.
           IF DESP-STATUS-APROVADA
               MOVE DESP-MATRICULA TO FUNC-MATRICULA
               READ FUNCIONARIOS-MASTER
                   INVALID KEY
                       INITIALIZE FUNC-REGISTRO
                       MOVE DESP-MATRICULA TO FUNC-MATRICULA
               END-READ
               PERFORM 0210-GRAVAR-FOLHAEXT
               SET DESP-STATUS-PAGA TO TRUE
               MOVE WRK-ANOMES TO DESP-ANOMES-FOLHA
               REWRITE DESP-REGISTRO
               ADD 1 TO WRK-QTDE-PAGOS
               ADD DESP-VALOR TO WRK-TOTAL-MES
               PERFORM 0220-ACUMULAR-DEPARTAMENTO
               PERFORM 0230-IMPRIMIR-PEDIDO
           END-IF.
           PERFORM 0140-LER-PEDIDO.

       0210-GRAVAR-FOLHAEXT.
           INITIALIZE FOLHA-REGISTRO.
           MOVE DESP-MATRICULA     TO FOLHA-MATRICULA.
           MOVE FUNC-NOME          TO FOLHA-NOME.
           MOVE DESP-DEPARTAMENTO  TO FOLHA-DEPARTAMENTO.
           MOVE WRK-ANO            TO FOLHA-DATAEF-ANO.
           MOVE WRK-MES            TO FOLHA-DATAEF-MES.
           MOVE 01                 TO FOLHA-DATAEF-DIA.
           MOVE FUNC-SALARIO       TO FOLHA-SALARIO-NOVO.
           MOVE DESP-VALOR         TO FOLHA-VALOR-AUMENTO.
           SET FOLHA-MOV-REEMBOLSO TO TRUE.
           WRITE FOLHA-REGISTRO.

       0220-ACUMULAR-DEPARTAMENTO.
           MOVE 'N' TO WRK-DP-SW.
           PERFORM 0221-COMPARAR-DEPARTAMENTO
               VARYING WRK-DP-IDX FROM 1 BY 1
               UNTIL WRK-DP-IDX > WRK-QTDE-DEPTOS OR WRK-DP-ACHOU.
           IF WRK-DP-ACHOU
               SUBTRACT 1 FROM WRK-DP-IDX
               ADD DESP-VALOR TO WRK-DP-VALOR (WRK-DP-IDX)
           ELSE
               IF WRK-QTDE-DEPTOS < 100
                   ADD 1 TO WRK-QTDE-DEPTOS
                   MOVE DESP-DEPARTAMENTO
                       TO WRK-DP-CODIGO (WRK-QTDE-DEPTOS)
                   MOVE DESP-VALOR TO WRK-DP-VALOR (WRK-QTDE-DEPTOS)
               END-IF
           END-IF.

       0221-COMPARAR-DEPARTAMENTO.
           IF WRK-DP-CODIGO (WRK-DP-IDX) = DESP-DEPARTAMENTO
               SET WRK-DP-ACHOU TO TRUE
           END-IF.

       0230-IMPRIMIR-PEDIDO.
           MOVE DESP-NUMERO       TO REL-DET-NUMERO.
           MOVE DESP-MATRICULA    TO REL-DET-MATRICULA.
           MOVE FUNC-NOME         TO REL-DET-NOME.
           MOVE DESP-DEPARTAMENTO TO REL-DET-DEPTO.
           MOVE DESP-DATA         TO REL-DET-DATA.
           MOVE DESP-CATEGORIA    TO REL-DET-CATEGORIA.
           MOVE DESP-VALOR        TO REL-DET-VALOR.
           MOVE DESP-COMPROVANTE  TO REL-DET-COMPROVANTE.
           MOVE DESP-APROVADOR    TO REL-DET-APROVADOR.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************* UM PAR DE LINHAS POR DEPARTAMENTO:
      ******************************* D DESPESA / C FOLHA A PAGAR
       0250-LANCAR-DEPARTAMENTOS.
           IF WRK-QTDE-DEPTOS = ZERO
               DISPLAY 'NENHUM REEMBOLSO APROVADO A PAGAR NA FOLHA '
                       WRK-ANOMES
               MOVE 'SEM REEMBOLSO A PAGAR' TO WRK-AUDIT-RESULTADO
           ELSE
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               OPEN EXTEND RAZAO-EXTRATO
               IF WRK-FS-RAZAO = '35'
                   OPEN OUTPUT RAZAO-EXTRATO
                   CLOSE RAZAO-EXTRATO
                   OPEN EXTEND RAZAO-EXTRATO
               END-IF
               PERFORM 0260-LANCAR-DEPARTAMENTO
                   VARYING WRK-DP-IDX FROM 1 BY 1
                   UNTIL WRK-DP-IDX > WRK-QTDE-DEPTOS
               CLOSE RAZAO-EXTRATO
               IF WRK-HOUVE-RECUSA
                   MOVE 'LANCAMENTO RECUSADO NO MES'
                       TO WRK-AUDIT-RESULTADO
               ELSE
                   MOVE 'REEMBOLSOS PAGOS NA FOLHA'
                       TO WRK-AUDIT-RESULTADO
               END-IF
               IF WRK-FOLHA-JA-CALCULADA
                   DISPLAY 'AVISO: A FOLHA LIQUIDA DE ' WRK-ANOMES
                           ' JA FOI CALCULADA - RODAR O PROGCOB31N '
                           'DE NOVO PARA PAGAR OS REEMBOLSOS'
                   MOVE 'FOLHA DO MES JA CALCULADA'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WRK-TOTAL-MES TO WRK-VALOR-ED.
           DISPLAY 'PEDIDOS LIDOS.............: ' WRK-QTDE-LIDOS.
           DISPLAY 'PEDIDOS PAGOS NA FOLHA....: ' WRK-QTDE-PAGOS.
           DISPLAY 'TOTAL REEMBOLSADO.........: ' WRK-VALOR-ED.

       0260-LANCAR-DEPARTAMENTO.
           MOVE WRK-DP-CODIGO (WRK-DP-IDX) TO REL-DEP-CODIGO.
           MOVE WRK-DP-VALOR (WRK-DP-IDX)  TO REL-DEP-VALOR.
           MOVE REL-DEPTO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO RAZAO-DESCRICAO.
           STRING 'REEMBOLSO DEPTO ' DELIMITED BY SIZE
                  WRK-DP-CODIGO (WRK-DP-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-ANOMES DELIMITED BY SIZE
               INTO RAZAO-DESCRICAO
           END-STRING.
           MOVE WRK-CONTA-DESPESA-REEMB TO RAZAO-CONTA.
           SET RAZAO-TIPO-DEBITO TO TRUE.
           PERFORM 0275-GRAVAR-LANCAMENTO.
           MOVE WRK-CONTA-FOLHA-PAGAR TO RAZAO-CONTA.
           SET RAZAO-TIPO-CREDITO TO TRUE.
           PERFORM 0275-GRAVAR-LANCAMENTO.

      ******************************* TODA LINHA PASSA PELA VALIDACAO
      ******************************* CONTABIL DO PROGCOB19R ANTES DE
      ******************************* SER GRAVADA
       0275-GRAVAR-LANCAMENTO.
           MOVE WRK-DATA-LANCAMENTO TO RAZAO-DATA.
           MOVE WRK-DP-VALOR (WRK-DP-IDX) TO RAZAO-VALOR.
           MOVE 'PROGCOB58P' TO RAZAO-ORIGEM.
           CALL 'PROGCOB19R' USING RAZAO-REGISTRO WRK-LANC-OK
               WRK-LANC-MOTIVO.
           IF WRK-LANC-VALIDO
               WRITE RAZAO-REGISTRO
               ADD 1 TO WRK-QTDE-LANCAMENTOS
           ELSE
               DISPLAY 'LANCAMENTO RECUSADO NA VALIDACAO CONTABIL ('
                       WRK-LANC-MOTIVO ') CONTA ' RAZAO-CONTA
               SET WRK-HOUVE-RECUSA TO TRUE
               MOVE 4 TO RETURN-CODE
           END-IF.

       0300-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE WRK-TOTAL-MES  TO REL-TOT-VALOR
               MOVE WRK-QTDE-PAGOS TO REL-TOT-PEDIDOS
               MOVE REL-TOTAL TO REL-LINHA
               WRITE REL-LINHA
               CLOSE RELATORIO-REEMBOLSO
               CLOSE DESPESA-MASTER
               CLOSE FUNCIONARIOS-MASTER
               CLOSE FOLHA-EXTRATO
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
           MOVE 'PROGCOB58P' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-ANOMES TO AUDIT-ENTRADA-CHAVE (01:06).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
