       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB51V.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: REVISAO PELO ANALISTA DE CREDITO DAS PROPOSTAS DE
      *           NOVO LIMITE DE CREDITO (LIMPROP, GRAVADAS PELO
      *           PROGCOB51L) - CADA PROPOSTA APROVADA VIRA UMA
      *           PENDENCIA DE DUPLO CONTROLE (PENDALT, NUMERADA PELO
      *           CHECKPA, MESMA CONVENCAO DO PROGCOB43V) COM O
      *           ANALISTA COMO SOLICITANTE; O CLIMA01 SO MUDA QUANDO
      *           UM SEGUNDO OPERADOR APLICA A PENDENCIA NO PROGCOBP
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
           SELECT PROPOSTAS-LIMITE ASSIGN TO 'LIMPROP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROP.
           SELECT OPERADORES-MASTER ASSIGN TO 'OPERTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WRK-FS-OPER.
           SELECT FILA-PENDENCIAS ASSIGN TO 'PENDALT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEND-NUMERO
               FILE STATUS IS WRK-FS-PEND.
           SELECT CHECKPOINT-PENDENCIA ASSIGN TO 'CHECKPA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHECK.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSTAS-LIMITE.
           COPY CPLIMPROP.
       FD  OPERADORES-MASTER.
           COPY CPOPERAD.
       FD  FILA-PENDENCIAS.
           COPY CPPENDALT.
       FD  CHECKPOINT-PENDENCIA.
       01  CHECKPA-REGISTRO          PIC 9(06).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-PROP               PIC X(02) VALUE '00'.
       77  WRK-FS-OPER               PIC X(02) VALUE '00'.
       77  WRK-FS-PEND               PIC X(02) VALUE '00'.
       77  WRK-FS-CHECK              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-ANALISTA             PIC X(08) VALUE SPACES.
       77  WRK-ANALISTA-OK-SW       PIC X(01) VALUE 'N'.
           88  WRK-ANALISTA-OK          VALUE 'S'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-DECISAO-SW            PIC X(01) VALUE SPACES.
           88  WRK-DECISAO-APROVA        VALUE 'A'.
           88  WRK-DECISAO-REJEITA       VALUE 'R'.
       01  WRK-LIMITE-NOVO           PIC 9(07)V99 VALUE ZERO.
       01  WRK-LIMITE-NOVO-X REDEFINES WRK-LIMITE-NOVO
                                     PIC X(09).
       77  WRK-ULTIMO-NUMERO-PEND    PIC 9(06) VALUE ZERO.
       77  WRK-QTDE-APROVADAS        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-REJEITADAS       PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-PULADAS          PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
               UNTIL WRK-FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           DISPLAY 'ID DO OPERADOR ANALISTA DE CREDITO..'.
           ACCEPT WRK-ANALISTA FROM CONSOLE.
           OPEN INPUT OPERADORES-MASTER.
           PERFORM 0110-VALIDAR-ANALISTA.
           CLOSE OPERADORES-MASTER.
           IF NOT WRK-ANALISTA-OK
               SET WRK-FIM-ARQUIVO TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT PROPOSTAS-LIMITE
               IF WRK-FS-PROP NOT = '00'
                   DISPLAY 'SEM PROPOSTAS DE LIMITE PARA REVISAR'
                   SET WRK-FIM-ARQUIVO TO TRUE
               ELSE
                   PERFORM 0130-LER-CHECKPOINT
                   OPEN I-O FILA-PENDENCIAS
                   IF WRK-FS-PEND = '35'
                       OPEN OUTPUT FILA-PENDENCIAS
                       CLOSE FILA-PENDENCIAS
                       OPEN I-O FILA-PENDENCIAS
                   END-IF
                   PERFORM 0120-LER-PROPOSTA
               END-IF
           END-IF.

      ******************************* O ANALISTA PRECISA EXISTIR,
      ******************************* ESTAR ATIVO E TER A AUTORIZACAO
      ******************************* DE CLIENTES
       0110-VALIDAR-ANALISTA.
           MOVE 'N' TO WRK-ANALISTA-OK-SW.
           MOVE WRK-ANALISTA TO OPER-ID.
           READ OPERADORES-MASTER
               INVALID KEY
                   DISPLAY 'ANALISTA NAO CADASTRADO NO OPERTAB'
               NOT INVALID KEY
                   IF OPER-STATUS-ATIVO
                      AND OPER-AUTORIZADO-CLIENTES
                       SET WRK-ANALISTA-OK TO TRUE
                   ELSE
                       DISPLAY 'ANALISTA INATIVO OU SEM AUTORIZACAO '
                               'DE CLIENTES'
                   END-IF
           END-READ.

       0120-LER-PROPOSTA.
           READ PROPOSTAS-LIMITE
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* LE O ULTIMO NUMERO DE PENDENCIA
      ******************************* JA ATRIBUIDO
       0130-LER-CHECKPOINT.
           OPEN INPUT CHECKPOINT-PENDENCIA.
           IF WRK-FS-CHECK = '00'
               READ CHECKPOINT-PENDENCIA
                   AT END MOVE ZERO TO WRK-ULTIMO-NUMERO-PEND
               END-READ
               IF WRK-FS-CHECK = '00'
                   MOVE CHECKPA-REGISTRO TO WRK-ULTIMO-NUMERO-PEND
               END-IF
               CLOSE CHECKPOINT-PENDENCIA
           ELSE
               MOVE ZERO TO WRK-ULTIMO-NUMERO-PEND
           END-IF.

       0200-PROCESSAR.
           DISPLAY 'CPF=' LPROP-CPF ' PONTOS=' LPROP-PONTOS
                   ' EM DIA=' LPROP-PARCELAS-EM-DIA ' EM ATRASO='
                   LPROP-PARCELAS-ATRASO ' ATRASO MEDIO='
                   LPROP-ATRASO-MEDIO.
           DISPLAY '  CASOS DE COBRANCA=' LPROP-QTDE-CASOS
                   ' ESTAGIO MAXIMO=' LPROP-ESTAGIO-MAXIMO
                   ' COMPRAS=' LPROP-VOLUME-COMPRAS.
           DISPLAY '  LIMITE ' LPROP-LIMITE-ATUAL ' -> '
                   LPROP-LIMITE-NOVO.
           DISPLAY 'APROVAR, REJEITAR OU PULAR (A/R/BRANCO)..'.
           MOVE SPACES TO WRK-DECISAO-SW.
           ACCEPT WRK-DECISAO-SW FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-DECISAO-APROVA
                   PERFORM 0220-GRAVAR-PENDENCIA
               WHEN WRK-DECISAO-REJEITA
                   ADD 1 TO WRK-QTDE-REJEITADAS
               WHEN OTHER
                   ADD 1 TO WRK-QTDE-PULADAS
           END-EVALUATE.
           PERFORM 0120-LER-PROPOSTA.

      ******************************* PROPOSTA APROVADA - O NOVO LIMITE
      ******************************* (POSICOES 1-9) VIRA UMA
      ******************************* PENDENCIA DE DUPLO CONTROLE
       0220-GRAVAR-PENDENCIA.
           ADD 1 TO WRK-ULTIMO-NUMERO-PEND.
           ADD 1 TO WRK-QTDE-APROVADAS.
           INITIALIZE PEND-REGISTRO.
           MOVE WRK-ULTIMO-NUMERO-PEND TO PEND-NUMERO.
           MOVE 'CLIMA01' TO PEND-ARQUIVO.
           MOVE LPROP-CPF TO PEND-CHAVE (01:11).
           MOVE 'CLIMA-LIMITE-CREDITO' TO PEND-CAMPO.
           MOVE LPROP-LIMITE-NOVO TO WRK-LIMITE-NOVO.
           MOVE WRK-LIMITE-NOVO-X TO PEND-VALOR-NOVO (01:09).
           MOVE WRK-ANALISTA TO PEND-SOLICITANTE.
           ACCEPT PEND-DATA FROM DATE YYYYMMDD.
           SET PEND-STATUS-PENDENTE TO TRUE.
           WRITE PEND-REGISTRO.
           DISPLAY 'PROPOSTA PENDENTE DE DUPLO CONTROLE: '
                   LPROP-CPF ' PENDENCIA ' PEND-NUMERO.

       0300-FINALIZAR.
           IF WRK-FS-PROP = '00' OR WRK-FS-PROP = '10'
               CLOSE PROPOSTAS-LIMITE
               CLOSE FILA-PENDENCIAS
               PERFORM 0320-GRAVAR-CHECKPOINT
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - APROVADAS: '
                   WRK-QTDE-APROVADAS ' REJEITADAS: '
                   WRK-QTDE-REJEITADAS ' PULADAS: '
                   WRK-QTDE-PULADAS.

       0320-GRAVAR-CHECKPOINT.
           MOVE WRK-ULTIMO-NUMERO-PEND TO CHECKPA-REGISTRO.
           OPEN OUTPUT CHECKPOINT-PENDENCIA.
           WRITE CHECKPA-REGISTRO.
           CLOSE CHECKPOINT-PENDENCIA.

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
           MOVE 'PROGCOB51V' TO AUDIT-PROGRAMA.
           MOVE WRK-ANALISTA TO AUDIT-OPERADOR.
           MOVE 'ARQUIVO LIMPROP' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'REVISAO DE PROPOSTAS DE LIMITE' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
