      * DATA   = 02/09/2026
      * HISTORICO DE ALTERACOES
      * 02/09/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - A BAIXA PASSA A COBRAR O VALOR ATUALIZADO COM
      *                 MULTA E JUROS DE ATRASO PELOS PARAMETROS DO
      *                 MENSAPAR (PROGCOBC), GRAVANDO OS ENCARGOS E O
      *                 VALOR PAGO APOS A CONFIRMACAO DO RECEBIMENTO;
      *                 RECUSA MENSALIDADE RENEGOCIADA E PASSA A BAIXAR
      *                 TAMBEM A PARCELA DO ACORDO DE PARCELAMENTO
      *                 (PROGCOB36N)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS MENS-CHAVE
               FILE STATUS IS WRK-FS-MENS.
           SELECT ACORDO-MENSALIDADE ASSIGN TO 'ACORDMEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACOM-CHAVE
               FILE STATUS IS WRK-FS-ACORDO.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       FILE SECTION.
       FD  MENSALIDADE-MASTER.
           COPY CPMENSAL.
       FD  ACORDO-MENSALIDADE.
           COPY CPACOMEN.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-MENS               PIC X(02) VALUE '00'.
       77  WRK-FS-ACORDO             PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-TIPO-BAIXA            PIC X(01) VALUE 'M'.
           88  WRK-BAIXA-MENSALIDADE     VALUE 'M'.
           88  WRK-BAIXA-PARCELA         VALUE 'P'.
       77  WRK-ACORDO                PIC 9(06) VALUE ZEROS.
       77  WRK-PARCELA               PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-ORIGINAL        PIC 9(07)V99 VALUE ZERO.
       77  WRK-DATA-VENCIMENTO       PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRASO           PIC 9(05) VALUE ZERO.
       77  WRK-MULTA                 PIC 9(05)V99 VALUE ZERO.
       77  WRK-JUROS                 PIC 9(05)V99 VALUE ZERO.
       77  WRK-VALOR-ATUALIZADO      PIC 9(07)V99 VALUE ZERO.
       77  WRK-VALOR-EDITADO         PIC Z.ZZZ.ZZ9,99.
       77  WRK-CONFIRMA              PIC X(01) VALUE 'N'.
           88  WRK-RECEBIMENTO-CONFIRMADO VALUE 'S'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-ALUNO                 PIC X(20) VALUE SPACES.
       77  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-AUDIT-CHAVE           PIC X(20) VALUE SPACES.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'TIPO DE BAIXA (M=MENSALIDADE / P=PARCELA DE '
                   'ACORDO)..'.
           ACCEPT WRK-TIPO-BAIXA FROM CONSOLE.
           IF WRK-BAIXA-PARCELA
               DISPLAY 'NUMERO DO ACORDO..'
               ACCEPT WRK-ACORDO FROM CONSOLE
               DISPLAY 'NUMERO DA PARCELA..'
               ACCEPT WRK-PARCELA FROM CONSOLE
               MOVE WRK-ACORDO TO WRK-AUDIT-CHAVE (01:06)
               MOVE WRK-PARCELA TO WRK-AUDIT-CHAVE (08:02)
               OPEN I-O ACORDO-MENSALIDADE
           ELSE
               SET WRK-BAIXA-MENSALIDADE TO TRUE
               DISPLAY 'NOME DO ALUNO..'
               ACCEPT WRK-ALUNO FROM CONSOLE
               DISPLAY 'MES DA MENSALIDADE (AAAAMM)..'
               ACCEPT WRK-ANOMES FROM CONSOLE
               MOVE WRK-ALUNO TO WRK-AUDIT-CHAVE
               OPEN I-O MENSALIDADE-MASTER
           END-IF.

       0200-PROCESSAR.
           IF WRK-BAIXA-PARCELA
               PERFORM 0250-PROCESSAR-PARCELA
           ELSE
               PERFORM 0205-PROCESSAR-MENSALIDADE
           END-IF.

       0205-PROCESSAR-MENSALIDADE.
           MOVE WRK-ALUNO  TO MENS-ALUNO.
           MOVE WRK-ANOMES TO MENS-ANOMES.
           READ MENSALIDADE-MASTER
                   TO WRK-AUDIT-RESULTADO
               MOVE 4 TO RETURN-CODE
           ELSE
               IF MENS-STATUS-RENEGOCIADA
                   DISPLAY 'MENSALIDADE RENEGOCIADA NO ACORDO '
                           MENS-ACORDO ' - BAIXAR A PARCELA DO ACORDO'
                   MOVE 'MENSALIDADE RENEGOCIADA'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE MENS-VALOR TO WRK-VALOR-ORIGINAL
                   MOVE MENS-DATA-VENCIMENTO TO WRK-DATA-VENCIMENTO
                   PERFORM 0220-CALCULAR-VALOR-ATUALIZADO
                   IF WRK-RECEBIMENTO-CONFIRMADO
                       SET MENS-STATUS-PAGA TO TRUE
                       MOVE WRK-DATAHOJE TO MENS-DATA-PAGAMENTO
                       MOVE WRK-MULTA TO MENS-MULTA
                       MOVE WRK-JUROS TO MENS-JUROS
                       MOVE WRK-VALOR-ATUALIZADO TO MENS-VALOR-PAGO
                       REWRITE MENS-REGISTRO
                       DISPLAY 'PAGAMENTO REGISTRADO - ALUNO '
                               WRK-ALUNO
                       MOVE 'PAGAMENTO REGISTRADO'
                           TO WRK-AUDIT-RESULTADO
                   ELSE
                       DISPLAY 'RECEBIMENTO NAO CONFIRMADO - '
                               'MENSALIDADE CONTINUA ABERTA'
                       MOVE 'RECEBIMENTO NAO CONFIRMADO'
                           TO WRK-AUDIT-RESULTADO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      ******************************* VALOR ATUALIZADO NA DATA DO
      ******************************* PAGAMENTO - MULTA E JUROS DE
      ******************************* ATRASO PELA ROTINA PROGCOBC;
      ******************************* A SECRETARIA CONFIRMA O
      ******************************* RECEBIMENTO DO VALOR COBRADO
       0220-CALCULAR-VALOR-ATUALIZADO.
           CALL 'PROGCOBC' USING WRK-VALOR-ORIGINAL
                                 WRK-DATA-VENCIMENTO
                                 WRK-DATAHOJE
                                 WRK-DIAS-ATRASO
                                 WRK-MULTA
                                 WRK-JUROS.
           COMPUTE WRK-VALOR-ATUALIZADO =
               WRK-VALOR-ORIGINAL + WRK-MULTA + WRK-JUROS.
           MOVE WRK-VALOR-ORIGINAL TO WRK-VALOR-EDITADO.
           DISPLAY 'VALOR ORIGINAL......: ' WRK-VALOR-EDITADO.
           IF WRK-DIAS-ATRASO > ZERO
               DISPLAY 'DIAS DE ATRASO......: ' WRK-DIAS-ATRASO
               MOVE WRK-MULTA TO WRK-VALOR-EDITADO
               DISPLAY 'MULTA...............: ' WRK-VALOR-EDITADO
               MOVE WRK-JUROS TO WRK-VALOR-EDITADO
               DISPLAY 'JUROS...............: ' WRK-VALOR-EDITADO
           END-IF.
           MOVE WRK-VALOR-ATUALIZADO TO WRK-VALOR-EDITADO.
           DISPLAY 'VALOR A COBRAR......: ' WRK-VALOR-EDITADO.
           DISPLAY 'CONFIRMA O RECEBIMENTO (S/N)..'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.

      ******************************* BAIXA DE PARCELA DO ACORDO DE
      ******************************* PARCELAMENTO (PROGCOB36N), COM
      ******************************* OS MESMOS ENCARGOS DE ATRASO
       0250-PROCESSAR-PARCELA.
           MOVE WRK-ACORDO  TO ACOM-NUMERO.
           MOVE WRK-PARCELA TO ACOM-PARCELA.
           READ ACORDO-MENSALIDADE
               INVALID KEY
                   DISPLAY 'PARCELA NAO ENCONTRADA PARA O ACORDO '
                           'INFORMADO'
                   MOVE 'PARCELA NAO ENCONTRADA'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 0260-BAIXAR-PARCELA
           END-READ.

       0260-BAIXAR-PARCELA.
           IF ACOM-STATUS-PAGA
               DISPLAY 'PARCELA JA ESTAVA PAGA'
               MOVE 'PARCELA JA ESTAVA PAGA' TO WRK-AUDIT-RESULTADO
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'ACORDO ' ACOM-NUMERO ' - RESPONSAVEL '
                       ACOM-RESPONSAVEL
               DISPLAY 'PARCELA ' ACOM-PARCELA ' DE '
                       ACOM-QTDE-PARCELAS
               MOVE ACOM-VALOR-PARCELA TO WRK-VALOR-ORIGINAL
               MOVE ACOM-DATA-VENCIMENTO TO WRK-DATA-VENCIMENTO
               PERFORM 0220-CALCULAR-VALOR-ATUALIZADO
               IF WRK-RECEBIMENTO-CONFIRMADO
                   SET ACOM-STATUS-PAGA TO TRUE
                   MOVE WRK-DATAHOJE TO ACOM-DATA-PAGAMENTO
                   MOVE WRK-MULTA TO ACOM-MULTA
                   MOVE WRK-JUROS TO ACOM-JUROS
                   MOVE WRK-VALOR-ATUALIZADO TO ACOM-VALOR-PAGO
                   MOVE WRK-OPERADOR TO ACOM-OPERADOR
                   REWRITE ACOM-REGISTRO
                   DISPLAY 'PAGAMENTO DA PARCELA REGISTRADO'
                   MOVE 'PARCELA DO ACORDO PAGA'
                       TO WRK-AUDIT-RESULTADO
               ELSE
                   DISPLAY 'RECEBIMENTO NAO CONFIRMADO - PARCELA '
                           'CONTINUA ABERTA'
                   MOVE 'RECEBIMENTO NAO CONFIRMADO'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       0300-FINALIZAR.
           IF WRK-BAIXA-PARCELA
               CLOSE ACORDO-MENSALIDADE
           ELSE
               CLOSE MENSALIDADE-MASTER
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE 'PROGCOB36P' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-AUDIT-CHAVE TO AUDIT-ENTRADA-CHAVE (01:20).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
