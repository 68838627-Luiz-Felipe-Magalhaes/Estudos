       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB43V.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: REVISAO PELO COMPRADOR DAS PROPOSTAS DE PONTO DE
      *           PEDIDO E LOTE DE REPOSICAO (REPOSPROP, GRAVADAS PELO
      *           PROGCOB43R) - CADA PROPOSTA APROVADA VIRA UMA
      *           PENDENCIA DE DUPLO CONTROLE (PENDALT, NUMERADA PELO
      *           CHECKPA, MESMA CONVENCAO DO PROGCOBO) COM O
      *           COMPRADOR COMO SOLICITANTE; O PRODMAST SO MUDA QUANDO
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
           SELECT PROPOSTAS-REPOSICAO ASSIGN TO 'REPOSPROP'
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
       FD  PROPOSTAS-REPOSICAO.
           COPY CPREPPROP.
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
       77  WRK-COMPRADOR             PIC X(08) VALUE SPACES.
       77  WRK-COMPRADOR-OK-SW       PIC X(01) VALUE 'N'.
           88  WRK-COMPRADOR-OK          VALUE 'S'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-DECISAO-SW            PIC X(01) VALUE SPACES.
           88  WRK-DECISAO-APROVA        VALUE 'A'.
           88  WRK-DECISAO-REJEITA       VALUE 'R'.
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
           DISPLAY 'ID DO OPERADOR COMPRADOR..'.
           ACCEPT WRK-COMPRADOR FROM CONSOLE.
           OPEN INPUT OPERADORES-MASTER.
           PERFORM 0110-VALIDAR-COMPRADOR.
           CLOSE OPERADORES-MASTER.
           IF NOT WRK-COMPRADOR-OK
               SET WRK-FIM-ARQUIVO TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT PROPOSTAS-REPOSICAO
               IF WRK-FS-PROP NOT = '00'
                   DISPLAY 'SEM PROPOSTAS DE REPOSICAO PARA REVISAR'
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

      ******************************* O COMPRADOR PRECISA EXISTIR,
      ******************************* ESTAR ATIVO E TER A AUTORIZACAO
      ******************************* DE VENDAS
       0110-VALIDAR-COMPRADOR.
           MOVE 'N' TO WRK-COMPRADOR-OK-SW.
           MOVE WRK-COMPRADOR TO OPER-ID.
           READ OPERADORES-MASTER
               INVALID KEY
                   DISPLAY 'COMPRADOR NAO CADASTRADO NO OPERTAB'
               NOT INVALID KEY
                   IF OPER-STATUS-ATIVO
                      AND OPER-AUTORIZADO-VENDAS
                       SET WRK-COMPRADOR-OK TO TRUE
                   ELSE
                       DISPLAY 'COMPRADOR INATIVO OU SEM AUTORIZACAO '
                               'DE VENDAS'
                   END-IF
           END-READ.

       0120-LER-PROPOSTA.
           READ PROPOSTAS-REPOSICAO
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
           DISPLAY 'PRODUTO=' PROP-PRODUTO ' MEDIA/DIA='
                   PROP-MEDIA-DIARIA ' PICO/DIA=' PROP-PICO-DIARIO
                   ' PRAZO=' PROP-PRAZO-MEDIO.
           DISPLAY '  PONTO ' PROP-PONTO-ATUAL ' -> '
                   PROP-PONTO-NOVO '  LOTE ' PROP-LOTE-ATUAL ' -> '
                   PROP-LOTE-NOVO.
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

      ******************************* PROPOSTA APROVADA - O NOVO PONTO
      ******************************* (POSICOES 1-5) E O NOVO LOTE
      ******************************* (POSICOES 6-10) VIRAM UMA
      ******************************* PENDENCIA DE DUPLO CONTROLE
       0220-GRAVAR-PENDENCIA.
           ADD 1 TO WRK-ULTIMO-NUMERO-PEND.
           ADD 1 TO WRK-QTDE-APROVADAS.
           INITIALIZE PEND-REGISTRO.
           MOVE WRK-ULTIMO-NUMERO-PEND TO PEND-NUMERO.
           MOVE 'PRODMAST' TO PEND-ARQUIVO.
           MOVE PROP-PRODUTO TO PEND-CHAVE (01:10).
           MOVE 'PROD-REPOSICAO' TO PEND-CAMPO.
           MOVE PROP-PONTO-NOVO TO PEND-VALOR-NOVO (01:05).
           MOVE PROP-LOTE-NOVO  TO PEND-VALOR-NOVO (06:05).
           MOVE WRK-COMPRADOR TO PEND-SOLICITANTE.
           ACCEPT PEND-DATA FROM DATE YYYYMMDD.
           SET PEND-STATUS-PENDENTE TO TRUE.
           WRITE PEND-REGISTRO.
           DISPLAY 'PROPOSTA PENDENTE DE DUPLO CONTROLE: '
                   PROP-PRODUTO ' PENDENCIA ' PEND-NUMERO.

       0300-FINALIZAR.
           IF WRK-FS-PROP = '00' OR WRK-FS-PROP = '10'
               CLOSE PROPOSTAS-REPOSICAO
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
           MOVE 'PROGCOB43V' TO AUDIT-PROGRAMA.
           MOVE WRK-COMPRADOR TO AUDIT-OPERADOR.
           MOVE 'ARQUIVO REPOSPROP' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'REVISAO DE PROPOSTAS DE REPOS.' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
