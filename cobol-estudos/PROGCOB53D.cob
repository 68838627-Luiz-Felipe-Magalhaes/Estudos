       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB53D.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: DEPRECIACAO MENSAL DO ATIVO IMOBILIZADO - PARA O MES
      *           INFORMADO (AAAAMM), CALCULA A DEPRECIACAO LINEAR DE
      *           CADA BEM ATIVO DO IMOBMAST ((AQUISICAO - RESIDUAL) /
      *           VIDA UTIL EM MESES, A PARTIR DO MES SEGUINTE AO DA
      *           AQUISICAO E SEM PASSAR DO VALOR DEPRECIAVEL), GRAVA
      *           CADA BEM NO EXTRATO DE DEPRECIACAO POR DEPARTAMENTO
      *           (DEPREEXT) E LANCA NO RAZAOEXT, POR DEPARTAMENTO,
      *           D 560100 / C 140900 NO ULTIMO DIA DO MES, VALIDADO
      *           PELO PROGCOB19R. A DEPRECIACAO DE CADA BEM E APURADA
      *           PELO ACUMULADO QUE ELE JA DEVERIA TER NO MES, DE MODO
      *           QUE UM MES PULADO E RECUPERADO NA RODADA SEGUINTE E
      *           A MESMA RODADA REPETIDA NAO LANCA DE NOVO
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
           SELECT IMOBILIZADO-MASTER ASSIGN TO 'IMOBMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IMOB-NUMERO
               FILE STATUS IS WRK-FS-IMOB.
           SELECT DEPRECIACAO-EXTRATO ASSIGN TO 'DEPREEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEPRE.
           SELECT RAZAO-EXTRATO ASSIGN TO 'RAZAOEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RAZAO.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-MASTER.
           COPY CPOPERAD.
       FD  IMOBILIZADO-MASTER.
           COPY CPIMOB.
       FD  DEPRECIACAO-EXTRATO.
           COPY CPDEPRE.
       FD  RAZAO-EXTRATO.
           COPY CPRAZAO.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-OPER               PIC X(02) VALUE '00'.
       77  WRK-FS-IMOB               PIC X(02) VALUE '00'.
       77  WRK-FS-DEPRE              PIC X(02) VALUE '00'.
       77  WRK-FS-RAZAO              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
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
       77  WRK-ANOMES-AQUISICAO      PIC 9(06) VALUE ZEROS.
       77  WRK-MESES-DECORRIDOS      PIC 9(05) VALUE ZERO.
       77  WRK-VALOR-DEPRECIAVEL     PIC 9(09)V99 VALUE ZERO.
       77  WRK-ACUMULADO-DEVIDO      PIC 9(09)V99 VALUE ZERO.
       77  WRK-DEPRECIACAO-MES       PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-MES             PIC 9(11)V99 VALUE ZERO.
       77  WRK-QTDE-BENS-LIDOS       PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-BENS-DEPREC      PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-LANCAMENTOS      PIC 9(05) VALUE ZERO.
       77  WRK-VALOR-ED              PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-RECUSA-SW             PIC X(01) VALUE 'N'.
           88  WRK-HOUVE-RECUSA          VALUE 'S'.
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
       77  WRK-CONTA-DESPESA-DEPREC  PIC 9(06) VALUE 560100.
       77  WRK-CONTA-DEPREC-ACUM     PIC 9(06) VALUE 140900.
       77  WRK-LANC-OK               PIC X(01) VALUE 'S'.
           88  WRK-LANC-VALIDO           VALUE 'S'.
       77  WRK-LANC-MOTIVO           PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF RETURN-CODE = 0
               PERFORM 0200-DEPRECIAR-BEM
                   UNTIL WRK-FIM-ARQUIVO
               PERFORM 0250-LANCAR-DEPARTAMENTOS
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
               DISPLAY 'MES DA DEPRECIACAO (AAAAMM)..'
               ACCEPT WRK-ANOMES FROM CONSOLE
               PERFORM 0120-VALIDAR-MES
           END-IF.
           IF RETURN-CODE = 0
               OPEN I-O IMOBILIZADO-MASTER
               IF WRK-FS-IMOB NOT = '00'
                   DISPLAY 'CADASTRO DO IMOBILIZADO INDISPONIVEL'
                   MOVE 'IMOBMAST INDISPONIVEL' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN EXTEND DEPRECIACAO-EXTRATO
                   IF WRK-FS-DEPRE = '35'
                       OPEN OUTPUT DEPRECIACAO-EXTRATO
                       CLOSE DEPRECIACAO-EXTRATO
                       OPEN EXTEND DEPRECIACAO-EXTRATO
                   END-IF
                   SET WRK-ARQUIVOS-ABERTOS TO TRUE
                   PERFORM 0130-LER-BEM
               END-IF
           END-IF.

      ******************************* O OPERADOR PRECISA EXISTIR,
      ******************************* ESTAR ATIVO E TER A AUTORIZACAO
      ******************************* DE UTILITARIOS
       0110-VALIDAR-OPERADOR.
           MOVE 'N' TO WRK-OPERADOR-OK-SW.
           MOVE WRK-OPERADOR TO OPER-ID.
           READ OPERADORES-MASTER
               INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO NO OPERTAB'
               NOT INVALID KEY
                   IF OPER-STATUS-ATIVO
                      AND OPER-AUTORIZADO-UTILITARIOS
                       SET WRK-OPERADOR-OK TO TRUE
                   ELSE
                       DISPLAY 'OPERADOR INATIVO OU SEM AUTORIZACAO '
                               'DE UTILITARIOS'
                   END-IF
           END-READ.

      ******************************* O LANCAMENTO VAI NO ULTIMO DIA
      ******************************* DO MES, QUE PRECISA ESTAR ABERTO
      ******************************* NO CALENDARIO CONTABIL - A CONTA
      ******************************* DE DESPESA E CONFERIDA NO
      ******************************* PROGCOB19R ANTES DE TOCAR EM
      ******************************* QUALQUER BEM
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
               MOVE WRK-CONTA-DESPESA-DEPREC TO RAZAO-CONTA
               MOVE 'DEPRECIACAO DO MES' TO RAZAO-DESCRICAO
               SET RAZAO-TIPO-DEBITO TO TRUE
               MOVE 0,01 TO RAZAO-VALOR
               MOVE 'PROGCOB53D' TO RAZAO-ORIGEM
               CALL 'PROGCOB19R' USING RAZAO-REGISTRO WRK-LANC-OK
                   WRK-LANC-MOTIVO
               IF NOT WRK-LANC-VALIDO
                   DISPLAY 'DEPRECIACAO NAO PODE SER LANCADA ('
                           WRK-LANC-MOTIVO ') - NADA FOI PROCESSADO'
                   MOVE WRK-LANC-MOTIVO TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0130-LER-BEM.
           READ IMOBILIZADO-MASTER NEXT
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* APURA A DEPRECIACAO DO BEM NO MES
      ******************************* PELA DIFERENCA ENTRE O ACUMULADO
      ******************************* DEVIDO E O JA LANCADO
       0200-DEPRECIAR-BEM.
           ADD 1 TO WRK-QTDE-BENS-LIDOS.
           COMPUTE WRK-ANOMES-AQUISICAO =
               IMOB-AQUISICAO-ANO * 100 + IMOB-AQUISICAO-MES.
           IF IMOB-STATUS-ATIVO
              AND WRK-ANOMES-AQUISICAO < WRK-ANOMES
              AND IMOB-ULTIMO-ANOMES < WRK-ANOMES
               COMPUTE WRK-MESES-DECORRIDOS =
                   (WRK-ANO * 12 + WRK-MES)
                   - (IMOB-AQUISICAO-ANO * 12 + IMOB-AQUISICAO-MES)
               COMPUTE WRK-VALOR-DEPRECIAVEL =
                   IMOB-VALOR-AQUISICAO - IMOB-VALOR-RESIDUAL
               COMPUTE WRK-ACUMULADO-DEVIDO ROUNDED =
                   WRK-VALOR-DEPRECIAVEL * WRK-MESES-DECORRIDOS
                   / IMOB-VIDA-UTIL-MESES
               IF WRK-ACUMULADO-DEVIDO > WRK-VALOR-DEPRECIAVEL
                   MOVE WRK-VALOR-DEPRECIAVEL TO WRK-ACUMULADO-DEVIDO
               END-IF
               IF WRK-ACUMULADO-DEVIDO > IMOB-DEPREC-ACUMULADA
                   COMPUTE WRK-DEPRECIACAO-MES =
                       WRK-ACUMULADO-DEVIDO - IMOB-DEPREC-ACUMULADA
                   ADD WRK-DEPRECIACAO-MES TO IMOB-DEPREC-ACUMULADA
                   PERFORM 0210-GRAVAR-EXTRATO
                   PERFORM 0220-SOMAR-DEPARTAMENTO
                   ADD 1 TO WRK-QTDE-BENS-DEPREC
               END-IF
               MOVE WRK-ANOMES TO IMOB-ULTIMO-ANOMES
               REWRITE IMOB-REGISTRO
           END-IF.
           PERFORM 0130-LER-BEM.

       0210-GRAVAR-EXTRATO.
           INITIALIZE DEPRE-REGISTRO.
           MOVE WRK-ANOMES          TO DEPRE-ANOMES.
           MOVE IMOB-DEPARTAMENTO   TO DEPRE-DEPARTAMENTO.
           MOVE IMOB-NUMERO         TO DEPRE-IMOBILIZADO.
           MOVE WRK-DEPRECIACAO-MES TO DEPRE-VALOR.
           WRITE DEPRE-REGISTRO.
           MOVE WRK-DEPRECIACAO-MES TO WRK-VALOR-ED.
           DISPLAY '  BEM ' IMOB-NUMERO ' ' IMOB-DESCRICAO
                   ' DEPTO ' IMOB-DEPARTAMENTO ' ' WRK-VALOR-ED.

       0220-SOMAR-DEPARTAMENTO.
           MOVE 'N' TO WRK-DP-SW.
           PERFORM 0221-COMPARAR-DEPARTAMENTO
               VARYING WRK-DP-IDX FROM 1 BY 1
               UNTIL WRK-DP-IDX > WRK-QTDE-DEPTOS
                  OR WRK-DP-ACHOU.
           IF WRK-DP-ACHOU
               SUBTRACT 1 FROM WRK-DP-IDX
           ELSE
               IF WRK-QTDE-DEPTOS < 100
                   ADD 1 TO WRK-QTDE-DEPTOS
                   MOVE WRK-QTDE-DEPTOS TO WRK-DP-IDX
                   MOVE IMOB-DEPARTAMENTO
                       TO WRK-DP-CODIGO (WRK-DP-IDX)
                   MOVE ZERO TO WRK-DP-VALOR (WRK-DP-IDX)
                   SET WRK-DP-ACHOU TO TRUE
               ELSE
                   DISPLAY 'TABELA DE DEPARTAMENTOS CHEIA - DEPTO '
                           IMOB-DEPARTAMENTO ' FORA DO LANCAMENTO'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WRK-DP-ACHOU
               ADD WRK-DEPRECIACAO-MES TO WRK-DP-VALOR (WRK-DP-IDX)
               ADD WRK-DEPRECIACAO-MES TO WRK-TOTAL-MES
           END-IF.

       0221-COMPARAR-DEPARTAMENTO.
           IF WRK-DP-CODIGO (WRK-DP-IDX) = IMOB-DEPARTAMENTO
               SET WRK-DP-ACHOU TO TRUE
           END-IF.

      ******************************* UM PAR DE LINHAS POR DEPARTAMENTO:
      ******************************* D DESPESA / C DEPREC. ACUMULADA
       0250-LANCAR-DEPARTAMENTOS.
           IF WRK-QTDE-DEPTOS = ZERO
               DISPLAY 'NENHUM BEM A DEPRECIAR NO MES ' WRK-ANOMES
               MOVE 'SEM DEPRECIACAO NO MES' TO WRK-AUDIT-RESULTADO
           ELSE
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
                   MOVE 'DEPRECIACAO LANCADA' TO WRK-AUDIT-RESULTADO
               END-IF
           END-IF.
           MOVE WRK-TOTAL-MES TO WRK-VALOR-ED.
           DISPLAY 'BENS LIDOS................: ' WRK-QTDE-BENS-LIDOS.
           DISPLAY 'BENS DEPRECIADOS NO MES...: ' WRK-QTDE-BENS-DEPREC.
           DISPLAY 'DEPRECIACAO TOTAL DO MES..: ' WRK-VALOR-ED.

       0260-LANCAR-DEPARTAMENTO.
           MOVE WRK-DP-VALOR (WRK-DP-IDX) TO WRK-VALOR-ED.
           DISPLAY 'DEPTO ' WRK-DP-CODIGO (WRK-DP-IDX)
                   ' DEPRECIACAO ' WRK-VALOR-ED.
           MOVE SPACES TO RAZAO-DESCRICAO.
           STRING 'DEPRECIACAO DEPTO ' DELIMITED BY SIZE
                  WRK-DP-CODIGO (WRK-DP-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-ANOMES DELIMITED BY SIZE
               INTO RAZAO-DESCRICAO
           END-STRING.
           MOVE WRK-CONTA-DESPESA-DEPREC TO RAZAO-CONTA.
           SET RAZAO-TIPO-DEBITO TO TRUE.
           PERFORM 0275-GRAVAR-LANCAMENTO.
           MOVE WRK-CONTA-DEPREC-ACUM TO RAZAO-CONTA.
           SET RAZAO-TIPO-CREDITO TO TRUE.
           PERFORM 0275-GRAVAR-LANCAMENTO.

      ******************************* TODA LINHA PASSA PELA VALIDACAO
      ******************************* CONTABIL DO PROGCOB19R ANTES DE
      ******************************* SER GRAVADA
       0275-GRAVAR-LANCAMENTO.
           MOVE WRK-DATA-LANCAMENTO TO RAZAO-DATA.
           MOVE WRK-DP-VALOR (WRK-DP-IDX) TO RAZAO-VALOR.
           MOVE 'PROGCOB53D' TO RAZAO-ORIGEM.
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
               CLOSE IMOBILIZADO-MASTER
               CLOSE DEPRECIACAO-EXTRATO
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.

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
           MOVE 'PROGCOB53D' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-ANOMES TO AUDIT-ENTRADA-CHAVE (01:06).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
