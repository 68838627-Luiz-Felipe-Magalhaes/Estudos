       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBY.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: GERACAO DOS EXTRATOS MENSAIS DE ENVIO DA FOLHA E DO
      *           RAZAO - O FOLHAEXT E O RAZAOEXT SAO ARQUIVOS
      *           INTERNOS ACUMULADOS, GRAVADOS EM EXTEND POR VARIOS
      *           PROGRAMAS E LIDOS POR OUTROS TANTOS, E NAO PODEM
      *           LEVAR HEADER NEM TRAILER; ESTE PROGRAMA COPIA OS
      *           MOVIMENTOS DO MES (FOLHA PELA DATA EFETIVA, RAZAO
      *           PELA DATA DO LANCAMENTO) PARA O FOLHAENV E O
      *           RAZAOENV, QUE SAO OS ARQUIVOS ENTREGUES A
      *           CONTABILIDADE, ENTRE O HEADER E O TRAILER DE
      *           CONTROLE (CPCTLREM, SEQUENCIA PELA ROTINA PROGCOBB),
      *           E GRAVA OS TOTAIS DE CONTROLE DE CADA ARQUIVO NO
      *           PAINEL CICLOSTA PARA O VALIDADOR PRE-TRANSMISSAO
      *           (PROGCOBZ). DENTRO DO FLUXO DE FECHAMENTO MENSAL
      *           (PROGCOBS) O MES VEM DO MESFECHA, PELA ROTINA
      *           PROGCOBU; FORA DELE E DIGITADO
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
           SELECT FOLHA-EXTRATO ASSIGN TO 'FOLHAEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHA.
           SELECT RAZAO-EXTRATO ASSIGN TO 'RAZAOEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RAZAO.
           SELECT FOLHA-ENVIO ASSIGN TO 'FOLHAENV'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RAZAO-ENVIO ASSIGN TO 'RAZAOENV'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-CICLO ASSIGN TO 'CICLOSTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CICLO.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-EXTRATO.
           COPY CPFOLHA.
       FD  RAZAO-EXTRATO.
           COPY CPRAZAO.
       FD  FOLHA-ENVIO.
       01  FOLHAENV-LINHA            PIC X(55).
       FD  RAZAO-ENVIO.
       01  RAZAOENV-LINHA            PIC X(66).
       FD  STATUS-CICLO.
           COPY CPCICLO.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-FOLHA              PIC X(02) VALUE '00'.
       77  WRK-FS-RAZAO              PIC X(02) VALUE '00'.
       77  WRK-FS-CICLO              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       77  WRK-FLUXO-SW              PIC X(01) VALUE 'N'.
           88  WRK-FLUXO-MENSAL          VALUE 'S'.
       77  WRK-FLUXO-OPERADOR        PIC X(08) VALUE SPACES.
       77  WRK-FLUXO-ARGUMENTO       PIC X(20) VALUE SPACES.
       77  WRK-HORA-INICIO-CICLO     PIC 9(08) VALUE ZEROS.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-QTDE-FOLHA            PIC 9(07) VALUE ZERO.
       77  WRK-TOTAL-FOLHA           PIC 9(13)V99 VALUE ZERO.
       77  WRK-QTDE-RAZAO            PIC 9(07) VALUE ZERO.
       77  WRK-TOTAL-RAZAO           PIC 9(13)V99 VALUE ZERO.
       77  WRK-TOTAL-ED              PIC $ZZZ.ZZZ.ZZZ.ZZ9,99.
      ******************************* TOTAIS DO ARQUIVO CUJA LINHA DE
      ******************************* STATUS VAI SER GRAVADA
       77  WRK-CICLO-ARQUIVO         PIC X(08) VALUE SPACES.
       77  WRK-CICLO-QTDE            PIC 9(07) VALUE ZERO.
       77  WRK-CICLO-TOTAL           PIC 9(13)V99 VALUE ZERO.
       77  WRK-CICLO-RESULTADO       PIC X(40) VALUE SPACES.
           COPY CPCTLREM.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-GERAR-FOLHA.
           PERFORM 0250-GERAR-RAZAO.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-HORA-INICIO-CICLO FROM TIME.
           CALL 'PROGCOBU' USING WRK-ANOMES WRK-FLUXO-OPERADOR
                                 WRK-FLUXO-ARGUMENTO WRK-FLUXO-SW.
           IF NOT WRK-FLUXO-MENSAL
               DISPLAY 'MES DOS EXTRATOS DE ENVIO (AAAAMM)..'
               ACCEPT WRK-ANOMES FROM CONSOLE
           END-IF.

      ******************************* FOLHAENV - MOVIMENTOS DO FOLHAEXT
      ******************************* COM DATA EFETIVA NO MES
       0200-GERAR-FOLHA.
           OPEN OUTPUT FOLHA-ENVIO.
           INITIALIZE CTLREM-REGISTRO.
           MOVE 'FOLHAENV' TO CTLREM-ARQUIVO.
           MOVE 'PROGCOBY' TO CTLREM-PROGRAMA.
           CALL 'PROGCOBB' USING CTLREM-REGISTRO.
           WRITE FOLHAENV-LINHA FROM CTLREM-REGISTRO.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT FOLHA-EXTRATO.
           IF WRK-FS-FOLHA NOT = '00'
               DISPLAY 'FOLHAEXT INDISPONIVEL - FOLHAENV SEM '
                       'MOVIMENTOS'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0210-LER-FOLHA
               PERFORM 0220-COPIAR-FOLHA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE FOLHA-EXTRATO
           END-IF.
           INITIALIZE CTLREM-REGISTRO.
           SET CTLREM-TRAILER TO TRUE.
           MOVE 'FOLHAENV'      TO CTLREM-ARQUIVO.
           MOVE WRK-QTDE-FOLHA  TO CTLREM-QTDE-REGISTROS.
           MOVE WRK-TOTAL-FOLHA TO CTLREM-TOTAL-CONTROLE.
           WRITE FOLHAENV-LINHA FROM CTLREM-REGISTRO.
           CLOSE FOLHA-ENVIO.
           MOVE 'FOLHAENV'      TO WRK-CICLO-ARQUIVO.
           MOVE WRK-QTDE-FOLHA  TO WRK-CICLO-QTDE.
           MOVE WRK-TOTAL-FOLHA TO WRK-CICLO-TOTAL.
           MOVE 'EXTRATO DA FOLHA DO MES GERADO'
               TO WRK-CICLO-RESULTADO.
           PERFORM 0320-GRAVAR-STATUS-CICLO.

       0210-LER-FOLHA.
           READ FOLHA-EXTRATO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0220-COPIAR-FOLHA.
           IF FOLHA-DATAEF-ANO * 100 + FOLHA-DATAEF-MES = WRK-ANOMES
               WRITE FOLHAENV-LINHA FROM FOLHA-REGISTRO
               ADD 1 TO WRK-QTDE-FOLHA
               ADD FOLHA-SALARIO-NOVO FOLHA-VALOR-AUMENTO
                   TO WRK-TOTAL-FOLHA
           END-IF.
           PERFORM 0210-LER-FOLHA.

      ******************************* RAZAOENV - LANCAMENTOS DO
      ******************************* RAZAOEXT COM DATA NO MES
       0250-GERAR-RAZAO.
           OPEN OUTPUT RAZAO-ENVIO.
           INITIALIZE CTLREM-REGISTRO.
           MOVE 'RAZAOENV' TO CTLREM-ARQUIVO.
           MOVE 'PROGCOBY' TO CTLREM-PROGRAMA.
           CALL 'PROGCOBB' USING CTLREM-REGISTRO.
           WRITE RAZAOENV-LINHA FROM CTLREM-REGISTRO.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT RAZAO-EXTRATO.
           IF WRK-FS-RAZAO NOT = '00'
               DISPLAY 'RAZAOEXT INDISPONIVEL - RAZAOENV SEM '
                       'LANCAMENTOS'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0260-LER-RAZAO
               PERFORM 0270-COPIAR-RAZAO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE RAZAO-EXTRATO
           END-IF.
           INITIALIZE CTLREM-REGISTRO.
           SET CTLREM-TRAILER TO TRUE.
           MOVE 'RAZAOENV'      TO CTLREM-ARQUIVO.
           MOVE WRK-QTDE-RAZAO  TO CTLREM-QTDE-REGISTROS.
           MOVE WRK-TOTAL-RAZAO TO CTLREM-TOTAL-CONTROLE.
           WRITE RAZAOENV-LINHA FROM CTLREM-REGISTRO.
           CLOSE RAZAO-ENVIO.
           MOVE 'RAZAOENV'      TO WRK-CICLO-ARQUIVO.
           MOVE WRK-QTDE-RAZAO  TO WRK-CICLO-QTDE.
           MOVE WRK-TOTAL-RAZAO TO WRK-CICLO-TOTAL.
           MOVE 'EXTRATO DO RAZAO DO MES GERADO'
               TO WRK-CICLO-RESULTADO.
           PERFORM 0320-GRAVAR-STATUS-CICLO.

       0260-LER-RAZAO.
           READ RAZAO-EXTRATO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0270-COPIAR-RAZAO.
           IF RAZAO-DATA / 100 = WRK-ANOMES
               WRITE RAZAOENV-LINHA FROM RAZAO-REGISTRO
               ADD 1 TO WRK-QTDE-RAZAO
               ADD RAZAO-VALOR TO WRK-TOTAL-RAZAO
           END-IF.
           PERFORM 0260-LER-RAZAO.

       0300-FINALIZAR.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - MES ' WRK-ANOMES.
           MOVE WRK-TOTAL-FOLHA TO WRK-TOTAL-ED.
           DISPLAY 'FOLHAENV - MOVIMENTOS: ' WRK-QTDE-FOLHA
                   ' TOTAL DE CONTROLE: ' WRK-TOTAL-ED.
           MOVE WRK-TOTAL-RAZAO TO WRK-TOTAL-ED.
           DISPLAY 'RAZAOENV - LANCAMENTOS: ' WRK-QTDE-RAZAO
                   ' TOTAL DE CONTROLE: ' WRK-TOTAL-ED.

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
           MOVE 'PROGCOBY' TO AUDIT-PROGRAMA.
           MOVE WRK-FLUXO-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-ANOMES TO AUDIT-ENTRADA-CHAVE (01:06).
           MOVE 'EXTRATOS DE ENVIO DO MES GERADOS' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

      ******************************* TOTAIS DE CONTROLE DE CADA
      ******************************* EXTRATO NO PAINEL CICLOSTA,
      ******************************* CONFERIDOS PELO PROGCOBZ
       0320-GRAVAR-STATUS-CICLO.
           OPEN EXTEND STATUS-CICLO.
           IF WRK-FS-CICLO = '35'
               OPEN OUTPUT STATUS-CICLO
               CLOSE STATUS-CICLO
               OPEN EXTEND STATUS-CICLO
           END-IF.
           INITIALIZE CICLO-REGISTRO.
           MOVE 'STEP200'  TO CICLO-STEP.
           MOVE 'PROGCOBY' TO CICLO-PROGRAMA.
           ACCEPT CICLO-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO-CICLO TO CICLO-HORA-INICIO.
           ACCEPT CICLO-HORA-FIM FROM TIME.
           MOVE RETURN-CODE TO CICLO-RETURN-CODE.
           MOVE WRK-CICLO-QTDE TO CICLO-QTDE-REGISTROS.
           MOVE WRK-CICLO-RESULTADO TO CICLO-RESULTADO.
           MOVE WRK-CICLO-ARQUIVO TO CICLO-ARQUIVO.
           MOVE WRK-CICLO-TOTAL TO CICLO-TOTAL-CONTROLE.
           WRITE CICLO-REGISTRO.
           CLOSE STATUS-CICLO.
