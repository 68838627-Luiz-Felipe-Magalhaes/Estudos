       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB28H.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: RECEPCAO DO ARQUIVO DE LIQUIDACAO DE CARTAO ENVIADO
      *           PELA ADQUIRENTE (RCCARTAO) ANTES DA CONCILIACAO DE
      *           CARTAO (PROGCOB28) E DA CONCILIACAO DO CAIXA
      *           (PROGCOB55C). O ARQUIVO SO E ACEITO SE O HEADER FOR DA
      *           INTERFACE CARTLIQ, SE O REMETENTE/SEQUENCIA AINDA NAO
      *           ESTIVER NO REGISTRO DE ARQUIVOS RECEBIDOS (REGARQ,
      *           ROTINA PROGCOBK), SE A SEQUENCIA FOR A SEGUINTE DA
      *           ULTIMA ACEITA DO REMETENTE E SE A QUANTIDADE E O
      *           TOTAL DE CONTROLE (VALOR BRUTO) DO TRAILER BATEREM
      *           COM OS DETALHES. ACEITO, O ARQUIVO E REGISTRADO E OS
      *           DETALHES SAO GRAVADOS NO CARTLIQ; RECUSADO OU SEM
      *           ARQUIVO NO DIA, O CARTLIQ FICA VAZIO, PARA NAO SER
      *           REPROCESSADO O ARQUIVO ANTERIOR. RETURN-CODE: 0 =
      *           ACEITO OU SEM ARQUIVO NO DIA, 8 = HEADER/TRAILER
      *           INVALIDO OU TRAILER NAO CONFERE, 12 = ARQUIVO JA
      *           PROCESSADO, 16 = FORA DE SEQUENCIA
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
           SELECT ARQUIVO-RECEBIDO ASSIGN TO 'RCCARTAO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECEB.
           SELECT LIQUIDACAO-CARTAO ASSIGN TO 'CARTLIQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIQ.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-RECEBIDO.
           COPY CPARQREC.
       FD  LIQUIDACAO-CARTAO.
       01  LIQF-REGISTRO                 PIC X(26).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
           COPY CPREGARQ.
       01  LIQ-REGISTRO.
           05  LIQ-DATA              PIC 9(08).
           05  LIQ-VALOR-BRUTO       PIC 9(07)V99.
           05  LIQ-VALOR-LIQUIDO     PIC 9(07)V99.
       77  WRK-FS-RECEB              PIC X(02) VALUE '00'.
       77  WRK-FS-LIQ                PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-TRAILER-SW            PIC X(01) VALUE 'N'.
           88  WRK-TRAILER-LIDO          VALUE 'S'.
       77  WRK-RECEPCAO-SW           PIC X(01) VALUE 'A'.
           88  WRK-ARQUIVO-ACEITO        VALUE 'A'.
           88  WRK-ARQUIVO-RECUSADO      VALUE 'R'.
           88  WRK-SEM-ARQUIVO           VALUE 'N'.
       77  WRK-FUNCAO-REG            PIC X(01) VALUE SPACE.
       77  WRK-SITUACAO-REG          PIC X(01) VALUE SPACE.
           88  WRK-REG-ARQUIVO-NOVO      VALUE 'N'.
           88  WRK-REG-JA-PROCESSADO     VALUE 'P'.
           88  WRK-REG-FORA-SEQUENCIA    VALUE 'S'.
       77  WRK-ULTIMA-SEQUENCIA      PIC 9(06) VALUE ZERO.
       77  WRK-RC-RECEPCAO           PIC 9(02) VALUE ZERO.
       77  WRK-MOTIVO                PIC X(30) VALUE SPACES.
       77  WRK-QTDE-DETALHES         PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-GRAVADOS         PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-TRAILER          PIC 9(07) VALUE ZERO.
       77  WRK-TOTAL-HASH            PIC 9(11)V9(04) VALUE ZERO.
       77  WRK-HASH-TRAILER          PIC 9(11)V9(04) VALUE ZERO.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT WRK-SEM-ARQUIVO
               PERFORM 0200-VALIDAR-ARQUIVO
           END-IF.
           IF WRK-ARQUIVO-ACEITO
               PERFORM 0260-REGISTRAR-ARQUIVO
           END-IF.
           IF WRK-ARQUIVO-ACEITO
               PERFORM 0270-COPIAR-DETALHES
           ELSE
               PERFORM 0290-ESVAZIAR-SAIDA
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT ARQUIVO-RECEBIDO.
           IF WRK-FS-RECEB NOT = '00'
               DISPLAY 'SEM ARQUIVO DE LIQUIDACAO DE CARTAO RECEBIDO'
                       ' - NADA A RECEBER'
               MOVE 'SEM ARQUIVO RECEBIDO' TO WRK-MOTIVO
               SET WRK-SEM-ARQUIVO TO TRUE
           END-IF.

       0110-LER-RECEBIDO.
           READ ARQUIVO-RECEBIDO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* PRIMEIRA PASSADA: HEADER, REGISTRO
      ******************************* DE ARQUIVOS RECEBIDOS E TRAILER
      ******************************* CONFERIDO CONTRA OS DETALHES, SEM
      ******************************* GRAVAR NADA NA SAIDA
       0200-VALIDAR-ARQUIVO.
           PERFORM 0110-LER-RECEBIDO.
           PERFORM 0210-VALIDAR-HEADER.
           IF WRK-ARQUIVO-ACEITO
               PERFORM 0220-CONSULTAR-REGISTRO
           END-IF.
           IF WRK-ARQUIVO-ACEITO
               PERFORM 0110-LER-RECEBIDO
               PERFORM 0230-CONFERIR-REGISTRO
                   UNTIL WRK-FIM-ARQUIVO OR WRK-ARQUIVO-RECUSADO
           END-IF.
           IF WRK-ARQUIVO-ACEITO
               PERFORM 0240-CONFERIR-TRAILER
           END-IF.
           CLOSE ARQUIVO-RECEBIDO.

       0210-VALIDAR-HEADER.
           IF WRK-FIM-ARQUIVO
              OR NOT ARQR-HEADER
              OR ARQR-INTERFACE NOT = 'CARTLIQ'
              OR ARQR-REMETENTE = SPACES
              OR ARQR-DATA-ARQUIVO NOT NUMERIC
              OR ARQR-SEQUENCIA NOT NUMERIC
               MOVE 8 TO WRK-RC-RECEPCAO
               MOVE 'HEADER AUSENTE OU INVALIDO' TO WRK-MOTIVO
               PERFORM 0250-RECUSAR-ARQUIVO
           ELSE
               INITIALIZE RARQ-REGISTRO
               MOVE ARQR-INTERFACE    TO RARQ-INTERFACE
               MOVE ARQR-REMETENTE    TO RARQ-REMETENTE
               MOVE ARQR-SEQUENCIA    TO RARQ-SEQUENCIA
               MOVE ARQR-DATA-ARQUIVO TO RARQ-DATA-ARQUIVO
               MOVE 'PROGCOB28H'      TO RARQ-PROGRAMA
               DISPLAY 'ARQUIVO CARTLIQ DO REMETENTE ' RARQ-REMETENTE
                       ' SEQUENCIA ' RARQ-SEQUENCIA
                       ' DE ' RARQ-DATA-ARQUIVO
           END-IF.

      ******************************* MESMO REMETENTE E SEQUENCIA JA
      ******************************* REGISTRADOS = JA PROCESSADO;
      ******************************* SEQUENCIA QUE NAO E A SEGUINTE DA
      ******************************* ULTIMA ACEITA = FORA DE SEQUENCIA
       0220-CONSULTAR-REGISTRO.
           MOVE 'C' TO WRK-FUNCAO-REG.
           CALL 'PROGCOBK' USING RARQ-REGISTRO WRK-FUNCAO-REG
                                 WRK-SITUACAO-REG WRK-ULTIMA-SEQUENCIA.
           EVALUATE TRUE
               WHEN WRK-REG-JA-PROCESSADO
                   MOVE 12 TO WRK-RC-RECEPCAO
                   MOVE 'ARQUIVO JA PROCESSADO' TO WRK-MOTIVO
                   PERFORM 0250-RECUSAR-ARQUIVO
               WHEN WRK-REG-FORA-SEQUENCIA
                   MOVE 16 TO WRK-RC-RECEPCAO
                   MOVE 'ARQUIVO FORA DE SEQUENCIA' TO WRK-MOTIVO
                   PERFORM 0250-RECUSAR-ARQUIVO
                   DISPLAY 'ULTIMA SEQUENCIA ACEITA DO REMETENTE: '
                           WRK-ULTIMA-SEQUENCIA
           END-EVALUATE.

       0230-CONFERIR-REGISTRO.
           EVALUATE TRUE
               WHEN WRK-TRAILER-LIDO
                   MOVE 8 TO WRK-RC-RECEPCAO
                   MOVE 'REGISTRO APOS O TRAILER' TO WRK-MOTIVO
                   PERFORM 0250-RECUSAR-ARQUIVO
               WHEN ARQR-DETALHE
                   ADD 1 TO WRK-QTDE-DETALHES
                   PERFORM 0235-SOMAR-DETALHE
               WHEN ARQR-TRAILER
                   SET WRK-TRAILER-LIDO TO TRUE
                   IF ARQR-QTDE-REGISTROS NOT NUMERIC
                      OR ARQR-TOTAL-HASH NOT NUMERIC
                       MOVE 8 TO WRK-RC-RECEPCAO
                       MOVE 'TRAILER INVALIDO' TO WRK-MOTIVO
                       PERFORM 0250-RECUSAR-ARQUIVO
                   ELSE
                       MOVE ARQR-QTDE-REGISTROS TO WRK-QTDE-TRAILER
                       MOVE ARQR-TOTAL-HASH     TO WRK-HASH-TRAILER
                   END-IF
               WHEN OTHER
                   MOVE 8 TO WRK-RC-RECEPCAO
                   MOVE 'TIPO DE REGISTRO INVALIDO' TO WRK-MOTIVO
                   PERFORM 0250-RECUSAR-ARQUIVO
           END-EVALUATE.
           IF WRK-ARQUIVO-ACEITO
               PERFORM 0110-LER-RECEBIDO
           END-IF.

      ******************************* TOTAL DE CONTROLE = VALOR BRUTO
       0235-SOMAR-DETALHE.
           MOVE ARQR-CONTEUDO TO LIQ-REGISTRO.
           IF LIQ-VALOR-BRUTO NOT NUMERIC
              OR LIQ-VALOR-LIQUIDO NOT NUMERIC
               MOVE 8 TO WRK-RC-RECEPCAO
               MOVE 'DETALHE COM VALOR INVALIDO' TO WRK-MOTIVO
               PERFORM 0250-RECUSAR-ARQUIVO
           ELSE
               COMPUTE WRK-TOTAL-HASH = WRK-TOTAL-HASH
                   + LIQ-VALOR-BRUTO
           END-IF.

       0240-CONFERIR-TRAILER.
           IF NOT WRK-TRAILER-LIDO
               MOVE 8 TO WRK-RC-RECEPCAO
               MOVE 'TRAILER AUSENTE' TO WRK-MOTIVO
               PERFORM 0250-RECUSAR-ARQUIVO
           ELSE
               IF WRK-QTDE-TRAILER NOT = WRK-QTDE-DETALHES
                  OR WRK-HASH-TRAILER NOT = WRK-TOTAL-HASH
                   MOVE 8 TO WRK-RC-RECEPCAO
                   MOVE 'TRAILER NAO CONFERE' TO WRK-MOTIVO
                   PERFORM 0250-RECUSAR-ARQUIVO
                   DISPLAY 'TRAILER  - QTDE: ' WRK-QTDE-TRAILER
                           ' TOTAL: ' WRK-HASH-TRAILER
                   DISPLAY 'DETALHES - QTDE: ' WRK-QTDE-DETALHES
                           ' TOTAL: ' WRK-TOTAL-HASH
               END-IF
           END-IF.

       0250-RECUSAR-ARQUIVO.
           SET WRK-ARQUIVO-RECUSADO TO TRUE.
           DISPLAY 'ARQUIVO DE LIQUIDACAO DE CARTAO RECUSADO - '
                   WRK-MOTIVO ' (RC ' WRK-RC-RECEPCAO ')'.

      ******************************* ARQUIVO ACEITO ENTRA NO REGISTRO
      ******************************* ANTES DA COPIA; SE OUTRA EXECUCAO
      ******************************* JA O REGISTROU, E RECUSADO
       0260-REGISTRAR-ARQUIVO.
           MOVE WRK-QTDE-DETALHES TO RARQ-QTDE-REGISTROS.
           MOVE WRK-TOTAL-HASH    TO RARQ-TOTAL-HASH.
           MOVE 'G' TO WRK-FUNCAO-REG.
           CALL 'PROGCOBK' USING RARQ-REGISTRO WRK-FUNCAO-REG
                                 WRK-SITUACAO-REG WRK-ULTIMA-SEQUENCIA.
           IF WRK-REG-JA-PROCESSADO
               MOVE 12 TO WRK-RC-RECEPCAO
               MOVE 'ARQUIVO JA PROCESSADO' TO WRK-MOTIVO
               PERFORM 0250-RECUSAR-ARQUIVO
           ELSE
               MOVE 'ARQUIVO ACEITO E REGISTRADO' TO WRK-MOTIVO
           END-IF.

      ******************************* SEGUNDA PASSADA: SO OS DETALHES,
      ******************************* SEM O TIPO, NO LAYOUT DE SEMPRE
       0270-COPIAR-DETALHES.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT ARQUIVO-RECEBIDO.
           OPEN OUTPUT LIQUIDACAO-CARTAO.
           PERFORM 0110-LER-RECEBIDO.
           PERFORM 0280-COPIAR-REGISTRO
               UNTIL WRK-FIM-ARQUIVO.
           CLOSE ARQUIVO-RECEBIDO.
           CLOSE LIQUIDACAO-CARTAO.

       0280-COPIAR-REGISTRO.
           IF ARQR-DETALHE
               MOVE ARQR-CONTEUDO TO LIQ-REGISTRO
               WRITE LIQF-REGISTRO FROM LIQ-REGISTRO
               ADD 1 TO WRK-QTDE-GRAVADOS
           END-IF.
           PERFORM 0110-LER-RECEBIDO.

      ******************************* SEM ARQUIVO ACEITO A SAIDA FICA
      ******************************* VAZIA, PARA O PROGRAMA SEGUINTE
      ******************************* NAO REPROCESSAR O ARQUIVO ANTERIOR
       0290-ESVAZIAR-SAIDA.
           OPEN OUTPUT LIQUIDACAO-CARTAO.
           CLOSE LIQUIDACAO-CARTAO.

       0300-FINALIZAR.
           MOVE WRK-RC-RECEPCAO TO RETURN-CODE.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - CARTLIQ: ' WRK-MOTIVO
                   ' DETALHES GRAVADOS: ' WRK-QTDE-GRAVADOS.

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
           MOVE 'PROGCOB28H' TO AUDIT-PROGRAMA.
           IF WRK-SEM-ARQUIVO
               MOVE 'RECEPCAO CARTLIQ' TO AUDIT-ENTRADA-CHAVE
           ELSE
               MOVE RARQ-REMETENTE TO AUDIT-ENTRADA-CHAVE (01:10)
               MOVE RARQ-SEQUENCIA TO AUDIT-ENTRADA-CHAVE (12:06)
           END-IF.
           MOVE WRK-MOTIVO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
