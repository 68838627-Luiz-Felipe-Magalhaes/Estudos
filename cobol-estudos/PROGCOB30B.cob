      *                 MOTIVO PROPRIO, EM VEZ DE VIRAR BAIXA - A
      *                 PARCELA CANCELADA NAO PODE SER FLIPADA PARA
      *                 PAGA
      * 15/10/2026 FM - CREDITO CONTRA PARCELA BAIXADA COMO PERDA
      *                 (CTAR-STATUS-BAIXADO, GRAVADO PELO PROGCOB50P)
      *                 QUITA A PARCELA E E LANCADO NO EXTRATO
      *                 CONTABIL (RAZAOEXT) COMO RECEITA DE
      *                 RECUPERACAO DE CREDITO BAIXADO
      * 15/10/2026 FM - PARCELA ANTECIPADA AO BANCO
      *                 (CTAR-STATUS-ANTECIPADO, GRAVADO PELO
      *                 PROGCOB56A) NAO E BAIXADA: O CREDITO VAI PARA O
      *                 SUSPENSO, POIS PERTENCE AO BANCO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CHECKPOINT-SUSPENSO ASSIGN TO 'CHECKSP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHECK.
           SELECT RAZAO-EXTRATO ASSIGN TO 'RAZAOEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RAZAO.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           COPY CPSUSP.
       FD  CHECKPOINT-SUSPENSO.
       01  CHECKSP-REGISTRO          PIC 9(06).
       FD  RAZAO-EXTRATO.
           COPY CPRAZAO.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-SUSP               PIC X(02) VALUE '00'.
       77  WRK-FS-CHECK              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-FS-RAZAO              PIC X(02) VALUE '00'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-QTDE-LIDOS            PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-SUSPENSOS        PIC 9(05) VALUE ZERO.
       77  WRK-ULTIMO-NUMERO-SUSP    PIC 9(06) VALUE ZERO.
       77  WRK-MOTIVO-SUSPENSO       PIC X(30) VALUE SPACES.
       77  WRK-QTDE-RECUPERADOS      PIC 9(05) VALUE ZERO.
      *********************************
      * PLANO DE CONTAS - CONSTANTES FIXAS, NA MESMA CONVENCAO DO
      * PROGCOB19G
      *********************************
       77  WRK-CONTA-BANCOS          PIC 9(06) VALUE 110100.
       77  WRK-CONTA-RECUP-CREDITO   PIC 9(06) VALUE 420100.
       77  WRK-LANC-OK               PIC X(01) VALUE 'S'.
           88  WRK-LANC-VALIDO           VALUE 'S'.
       77  WRK-LANC-MOTIVO           PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
               CLOSE FILA-SUSPENSO
               OPEN I-O FILA-SUSPENSO
           END-IF.
           OPEN EXTEND RAZAO-EXTRATO.
           IF WRK-FS-RAZAO = '35'
               OPEN OUTPUT RAZAO-EXTRATO
               CLOSE RAZAO-EXTRATO
               OPEN EXTEND RAZAO-EXTRATO
           END-IF.
           PERFORM 0130-LER-CHECKPOINT.
           IF NOT WRK-FIM-ARQUIVO
               PERFORM 0110-LER-RETORNO
                   MOVE 'PARCELA DE NOTA CANCELADA'
                       TO WRK-MOTIVO-SUSPENSO
                   PERFORM 0220-GRAVAR-SUSPENSO
               WHEN CTAR-STATUS-BAIXADO
                   PERFORM 0240-RECUPERAR-PARCELA
               WHEN CTAR-STATUS-ANTECIPADO
                   MOVE 'PARCELA ANTECIPADA AO BANCO'
                       TO WRK-MOTIVO-SUSPENSO
                   PERFORM 0220-GRAVAR-SUSPENSO
               WHEN RET-VALOR NOT = CTAR-VALOR
                   MOVE 'VALOR DIVERGENTE DA PARCELA'
                       TO WRK-MOTIVO-SUSPENSO
           MOVE RET-DATA TO CTAR-DATA-PAGAMENTO.
           REWRITE CTAR-REGISTRO.

      ******************************* PARCELA JA BAIXADA COMO PERDA -
      ******************************* O QUE ENTRAR E RECEITA DE
      ******************************* RECUPERACAO, QUALQUER QUE SEJA O
      ******************************* VALOR
       0240-RECUPERAR-PARCELA.
           ADD 1 TO WRK-QTDE-RECUPERADOS.
           SET CTAR-STATUS-PAGO TO TRUE.
           MOVE RET-DATA TO CTAR-DATA-PAGAMENTO.
           REWRITE CTAR-REGISTRO.
           MOVE WRK-CONTA-BANCOS TO RAZAO-CONTA.
           MOVE 'RECUPERACAO DE CREDITO BAIXADO' TO RAZAO-DESCRICAO.
           SET RAZAO-TIPO-DEBITO TO TRUE.
           MOVE RET-VALOR TO RAZAO-VALOR.
           PERFORM 0275-GRAVAR-LANCAMENTO.
           MOVE WRK-CONTA-RECUP-CREDITO TO RAZAO-CONTA.
           MOVE 'RECUPERACAO CREDITOS BAIXADOS' TO RAZAO-DESCRICAO.
           SET RAZAO-TIPO-CREDITO TO TRUE.
           MOVE RET-VALOR TO RAZAO-VALOR.
           PERFORM 0275-GRAVAR-LANCAMENTO.
           DISPLAY 'RECUPERACAO DE CREDITO BAIXADO - DOCUMENTO '
                   RET-DOCUMENTO.

       0275-GRAVAR-LANCAMENTO.
           MOVE RET-DATA TO RAZAO-DATA.
           CALL 'PROGCOB19R' USING RAZAO-REGISTRO WRK-LANC-OK
               WRK-LANC-MOTIVO.
           IF NOT WRK-LANC-VALIDO
               DISPLAY 'LANCAMENTO RECUSADO NA VALIDACAO CONTABIL ('
                       WRK-LANC-MOTIVO ') CONTA ' RAZAO-CONTA
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'PROGCOB30B' TO RAZAO-ORIGEM
               WRITE RAZAO-REGISTRO
           END-IF.

       0220-GRAVAR-SUSPENSO.
           ADD 1 TO WRK-QTDE-SUSPENSOS.
           ADD 1 TO WRK-ULTIMO-NUMERO-SUSP.
           END-IF.
           CLOSE CONTAS-RECEBER.
           CLOSE FILA-SUSPENSO.
           CLOSE RAZAO-EXTRATO.
           PERFORM 0320-GRAVAR-CHECKPOINT.
           IF WRK-QTDE-SUSPENSOS > 0
               MOVE 4 TO RETURN-CODE
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - CREDITOS LIDOS: '
                   WRK-QTDE-LIDOS ' BAIXADOS: ' WRK-QTDE-BAIXADOS
                   ' EM SUSPENSO: ' WRK-QTDE-SUSPENSOS
                   ' RECUPERADOS: ' WRK-QTDE-RECUPERADOS.

      ******************************* ATUALIZA O PONTO DE CONTROLE COM
      ******************************* O ULTIMO NUMERO DE SUSPENSO
