       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB31L.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: MANUTENCAO DO CADASTRO DE AFASTAMENTOS POR
      *           FUNCIONARIO (LICENCAS-MASTER) - INCLUI UM
      *           AFASTAMENTO (TIPO, INICIO E RETORNO PREVISTO),
      *           PRORROGA O RETORNO PREVISTO OU REGISTRA O RETORNO
      *           EFETIVO, COM A MATRICULA VALIDADA NO MASTER DE
      *           FUNCIONARIOS. SO UM AFASTAMENTO EM ABERTO POR
      *           FUNCIONARIO. O CADASTRO ALIMENTA A FOLHA LIQUIDA
      *           (PROGCOB31N), O FGTS (PROGCOB31F), A PROVISAO DE
      *           FERIAS (PROGCOB31V), O TEMPO DE CASA DO REAJUSTE
      *           NOTURNO (PROGCOB17B) E A LISTA DE RETORNOS PREVISTOS
      *           (PROGCOB31P), PELA ROTINA PROGCOBL
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
           SELECT LICENCAS-MASTER ASSIGN TO 'LICENCAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LICEN-CHAVE
               FILE STATUS IS WRK-FS-LICEN.
           SELECT FUNCIONARIOS-MASTER ASSIGN TO 'FUNCIONARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  LICENCAS-MASTER.
           COPY CPLICENC.
       FD  FUNCIONARIOS-MASTER.
           COPY CPFUNC.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-LICEN              PIC X(02) VALUE '00'.
       77  WRK-FS-FUNC               PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-ACAO-SW               PIC X(01) VALUE SPACES.
           88  WRK-ACAO-INCLUIR          VALUE 'I'.
           88  WRK-ACAO-PRORROGAR        VALUE 'P'.
           88  WRK-ACAO-RETORNO          VALUE 'R'.
       77  WRK-MATRICULA             PIC 9(06) VALUE ZERO.
       77  WRK-SEQUENCIA             PIC 9(02) VALUE ZERO.
       77  WRK-TIPO                  PIC X(01) VALUE SPACES.
       77  WRK-DATA-INICIO           PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-RETORNO          PIC 9(08) VALUE ZEROS.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-SEQ-IDX               PIC 9(02) VALUE ZERO.
       77  WRK-SEQ-LIVRE             PIC 9(02) VALUE ZERO.
       77  WRK-SEQ-ABERTA            PIC 9(02) VALUE ZERO.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'ACAO (I=INCLUIR / P=PRORROGAR / R=RETORNO)..'.
           ACCEPT WRK-ACAO-SW FROM CONSOLE.
           DISPLAY 'MATRICULA DO FUNCIONARIO..'.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           OPEN INPUT FUNCIONARIOS-MASTER.
           OPEN I-O LICENCAS-MASTER.
           IF WRK-FS-LICEN = '35'
               OPEN OUTPUT LICENCAS-MASTER
               CLOSE LICENCAS-MASTER
               OPEN I-O LICENCAS-MASTER
           END-IF.

       0200-PROCESSAR.
           MOVE WRK-MATRICULA TO FUNC-MATRICULA.
           READ FUNCIONARIOS-MASTER
               INVALID KEY
                   DISPLAY 'MATRICULA NAO CADASTRADA: ' WRK-MATRICULA
                   MOVE 'MATRICULA NAO CADASTRADA'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 0210-DECIDIR-ACAO
           END-READ.

       0210-DECIDIR-ACAO.
           PERFORM 0225-VARRER-SEQUENCIAS.
           EVALUATE TRUE
               WHEN WRK-ACAO-INCLUIR
                   PERFORM 0220-INCLUIR-AFASTAMENTO
               WHEN WRK-ACAO-PRORROGAR
                   PERFORM 0230-PRORROGAR-AFASTAMENTO
               WHEN WRK-ACAO-RETORNO
                   PERFORM 0240-REGISTRAR-RETORNO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA - NADA FOI ALTERADO'
                   MOVE 'ACAO INVALIDA' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       0220-INCLUIR-AFASTAMENTO.
           DISPLAY 'TIPO (D=DOENCA / A=ACIDENTE DE TRABALHO / '
                   'M=MATERNIDADE / N=NAO REMUNERADA)..'.
           ACCEPT WRK-TIPO FROM CONSOLE.
           DISPLAY 'DATA DE INICIO (AAAAMMDD)..'.
           ACCEPT WRK-DATA-INICIO FROM CONSOLE.
           DISPLAY 'RETORNO PREVISTO (AAAAMMDD)..'.
           ACCEPT WRK-DATA-RETORNO FROM CONSOLE.
           MOVE WRK-TIPO TO LICEN-TIPO.
           EVALUATE TRUE
               WHEN NOT FUNC-STATUS-ATIVO
                   DISPLAY 'FUNCIONARIO INATIVO - AFASTAMENTO RECUSADO'
                   MOVE 'FUNCIONARIO INATIVO' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-SEQ-ABERTA > ZERO
                   DISPLAY 'FUNCIONARIO JA TEM AFASTAMENTO EM ABERTO - '
                           'SEQUENCIA ' WRK-SEQ-ABERTA
                   MOVE 'AFASTAMENTO JA EM ABERTO'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN NOT LICEN-TIPO-VALIDO
                    OR FUNCTION INTEGER-OF-DATE (WRK-DATA-INICIO) = 0
                    OR WRK-DATA-RETORNO <= WRK-DATA-INICIO
                   DISPLAY 'TIPO/DATAS INVALIDOS - AFASTAMENTO RECUSADO'
                   MOVE 'DADOS INVALIDOS' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-SEQ-LIVRE = ZERO
                   DISPLAY 'LIMITE DE AFASTAMENTOS ATINGIDO'
                   MOVE 'LIMITE DE AFASTAMENTOS' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   INITIALIZE LICEN-REGISTRO
                   MOVE WRK-MATRICULA    TO LICEN-MATRICULA
                   MOVE WRK-SEQ-LIVRE    TO LICEN-SEQUENCIA
                   MOVE WRK-TIPO         TO LICEN-TIPO
                   MOVE WRK-DATA-INICIO  TO LICEN-DATA-INICIO
                   MOVE WRK-DATA-RETORNO TO LICEN-RETORNO-PREVISTO
                   MOVE WRK-DATAHOJE     TO LICEN-DATA-REGISTRO
                   MOVE WRK-OPERADOR     TO LICEN-OPERADOR
                   WRITE LICEN-REGISTRO
                   DISPLAY 'AFASTAMENTO INCLUIDO - SEQUENCIA '
                           WRK-SEQ-LIVRE
                   MOVE 'AFASTAMENTO INCLUIDO' TO WRK-AUDIT-RESULTADO
           END-EVALUATE.

      ******************************* ACHA A PRIMEIRA SEQUENCIA LIVRE E
      ******************************* O AFASTAMENTO EM ABERTO, SE HOUVER
       0225-VARRER-SEQUENCIAS.
           MOVE ZERO TO WRK-SEQ-LIVRE.
           MOVE ZERO TO WRK-SEQ-ABERTA.
           PERFORM 0226-TESTAR-SEQUENCIA
               VARYING WRK-SEQ-IDX FROM 1 BY 1
               UNTIL WRK-SEQ-IDX > 99.

       0226-TESTAR-SEQUENCIA.
           MOVE WRK-MATRICULA TO LICEN-MATRICULA.
           MOVE WRK-SEQ-IDX   TO LICEN-SEQUENCIA.
           READ LICENCAS-MASTER
               INVALID KEY
                   IF WRK-SEQ-LIVRE = ZERO
                       MOVE WRK-SEQ-IDX TO WRK-SEQ-LIVRE
                   END-IF
               NOT INVALID KEY
                   IF LICEN-RETORNO-EFETIVO = ZERO
                       MOVE WRK-SEQ-IDX TO WRK-SEQ-ABERTA
                   END-IF
           END-READ.

      ******************************* PRORROGACAO E RETORNO SO NO
      ******************************* AFASTAMENTO EM ABERTO
       0230-PRORROGAR-AFASTAMENTO.
           IF WRK-SEQ-ABERTA = ZERO
               DISPLAY 'FUNCIONARIO SEM AFASTAMENTO EM ABERTO'
               MOVE 'SEM AFASTAMENTO EM ABERTO' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0235-LER-ABERTO
               DISPLAY 'NOVO RETORNO PREVISTO (AAAAMMDD)..'
               ACCEPT WRK-DATA-RETORNO FROM CONSOLE
               IF WRK-DATA-RETORNO <= LICEN-DATA-INICIO
                  OR FUNCTION INTEGER-OF-DATE (WRK-DATA-RETORNO) = 0
                   DISPLAY 'DATA INVALIDA - NADA FOI ALTERADO'
                   MOVE 'DADOS INVALIDOS' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WRK-DATA-RETORNO TO LICEN-RETORNO-PREVISTO
                   MOVE WRK-OPERADOR     TO LICEN-OPERADOR
                   REWRITE LICEN-REGISTRO
                   DISPLAY 'RETORNO PREVISTO ALTERADO'
                   MOVE 'AFASTAMENTO PRORROGADO'
                       TO WRK-AUDIT-RESULTADO
               END-IF
           END-IF.

       0235-LER-ABERTO.
           MOVE WRK-MATRICULA  TO LICEN-MATRICULA.
           MOVE WRK-SEQ-ABERTA TO LICEN-SEQUENCIA.
           MOVE WRK-SEQ-ABERTA TO WRK-SEQUENCIA.
           READ LICENCAS-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           DISPLAY 'AFASTAMENTO ' WRK-SEQUENCIA ' TIPO ' LICEN-TIPO
                   ' DESDE ' LICEN-DATA-INICIO
                   ' RETORNO PREVISTO ' LICEN-RETORNO-PREVISTO.

       0240-REGISTRAR-RETORNO.
           IF WRK-SEQ-ABERTA = ZERO
               DISPLAY 'FUNCIONARIO SEM AFASTAMENTO EM ABERTO'
               MOVE 'SEM AFASTAMENTO EM ABERTO' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0235-LER-ABERTO
               DISPLAY 'DATA DO RETORNO AO TRABALHO (AAAAMMDD)..'
               ACCEPT WRK-DATA-RETORNO FROM CONSOLE
               IF WRK-DATA-RETORNO <= LICEN-DATA-INICIO
                  OR FUNCTION INTEGER-OF-DATE (WRK-DATA-RETORNO) = 0
                   DISPLAY 'DATA INVALIDA - NADA FOI ALTERADO'
                   MOVE 'DADOS INVALIDOS' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WRK-DATA-RETORNO TO LICEN-RETORNO-EFETIVO
                   MOVE WRK-OPERADOR     TO LICEN-OPERADOR
                   REWRITE LICEN-REGISTRO
                   DISPLAY 'RETORNO REGISTRADO'
                   MOVE 'RETORNO REGISTRADO' TO WRK-AUDIT-RESULTADO
               END-IF
           END-IF.

       0300-FINALIZAR.
           CLOSE FUNCIONARIOS-MASTER.
           CLOSE LICENCAS-MASTER.
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
           MOVE 'PROGCOB31L' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-MATRICULA TO AUDIT-ENTRADA-CHAVE (01:06).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
