       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB45R.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: ATENDIMENTO DE GARANTIA/RMA POR NUMERO DE SERIE -
      *           ABERTURA (A): A UNIDADE E LOCALIZADA NO SERIE-MASTER
      *           PELO PRODUTO E NUMERO DE SERIE, A VALIDADE DA
      *           GARANTIA E A DATA DA VENDA MAIS O PRAZO DO PRODUTO
      *           (PROD-GARANTIA-MESES) E O ATENDIMENTO E ABERTO NO
      *           RMA-MASTER (FORA DA GARANTIA ABRE COMO CONSERTO PAGO,
      *           RC 4); MOVIMENTACAO (M): CONSERTO, TROCA POR OUTRA
      *           UNIDADE EM ESTOQUE, REEMBOLSO, DEVOLUCAO DA UNIDADE
      *           DEFEITUOSA AO FORNECEDOR QUE A ENTREGOU (CNPJ DO
      *           SERIE-MASTER, CONFERIDO NO FORNECEDOR-MASTER) E
      *           ENCERRAMENTO COM A UNIDADE DEVOLVIDA AO CLIENTE
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
           SELECT PRODUTO-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PROD.
           SELECT SERIE-MASTER ASSIGN TO 'SERIEMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SER-CHAVE
               FILE STATUS IS WRK-FS-SERIE.
           SELECT RMA-MASTER ASSIGN TO 'RMAMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RMA-NUMERO
               FILE STATUS IS WRK-FS-RMA.
           SELECT FORNECEDOR-MASTER ASSIGN TO 'FORNMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FORN-CNPJ
               FILE STATUS IS WRK-FS-FORN.
           SELECT CHECKPOINT-RMA ASSIGN TO 'CHECKRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHECK.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTO-MASTER.
           COPY CPPROD.
       FD  SERIE-MASTER.
           COPY CPSERIE.
       FD  RMA-MASTER.
           COPY CPRMA.
       FD  FORNECEDOR-MASTER.
           COPY CPFORN.
       FD  CHECKPOINT-RMA.
       01  CHECKRM-REGISTRO          PIC 9(06).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-PROD               PIC X(02) VALUE '00'.
       77  WRK-FS-SERIE              PIC X(02) VALUE '00'.
       77  WRK-FS-RMA                PIC X(02) VALUE '00'.
       77  WRK-FS-FORN               PIC X(02) VALUE '00'.
       77  WRK-FS-CHECK              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-ACAO                  PIC X(01) VALUE SPACE.
           88  WRK-ACAO-ABRIR            VALUE 'A'.
           88  WRK-ACAO-MOVIMENTAR       VALUE 'M'.
       77  WRK-PRODUTO               PIC X(10) VALUE SPACES.
       77  WRK-NUMERO-SERIE          PIC X(20) VALUE SPACES.
       77  WRK-SERIE-TROCA           PIC X(20) VALUE SPACES.
       77  WRK-DEFEITO               PIC X(30) VALUE SPACES.
       77  WRK-NUMERO-RMA            PIC 9(06) VALUE ZERO.
       77  WRK-ULTIMO-NUMERO-RMA     PIC 9(06) VALUE ZERO.
       77  WRK-NOVO-STATUS           PIC X(01) VALUE SPACE.
           88  WRK-NOVO-CONSERTO         VALUE 'C'.
           88  WRK-NOVO-TROCA            VALUE 'T'.
           88  WRK-NOVO-REEMBOLSO        VALUE 'E'.
           88  WRK-NOVO-FORNECEDOR       VALUE 'F'.
           88  WRK-NOVO-ENCERRADO        VALUE 'X'.
       77  WRK-CNPJ                  PIC X(14) VALUE SPACES.
       77  WRK-MOTIVO                PIC X(30) VALUE SPACES.
       77  WRK-MESES-TOTAL           PIC 9(07) VALUE ZERO.
       77  WRK-MES-LIMITE            PIC 9(02) VALUE ZERO.
       01  WRK-DATA-VENDA            PIC 9(08) VALUE ZERO.
       01  WRK-DATA-VENDA-R REDEFINES WRK-DATA-VENDA.
           05  WRK-VENDA-ANO         PIC 9(04).
           05  WRK-VENDA-MES         PIC 9(02).
           05  WRK-VENDA-DIA         PIC 9(02).
      * DATA LIMITE DA GARANTIA - MESMO DIA DA VENDA N MESES DEPOIS;
      * SO E COMPARADA COM A DATA DO DIA, NAO PRECISA SER DATA VALIDA
       01  WRK-DATA-LIMITE           PIC 9(08) VALUE ZERO.
       01  WRK-DATA-LIMITE-R REDEFINES WRK-DATA-LIMITE.
           05  WRK-LIMITE-ANO        PIC 9(04).
           05  WRK-LIMITE-MES        PIC 9(02).
           05  WRK-LIMITE-DIA        PIC 9(02).
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
           DISPLAY 'A - ABRIR ATENDIMENTO  M - MOVIMENTAR ATENDIMENTO'.
           ACCEPT WRK-ACAO FROM CONSOLE.
           OPEN INPUT PRODUTO-MASTER.
           OPEN INPUT FORNECEDOR-MASTER.
           OPEN I-O SERIE-MASTER.
           OPEN I-O RMA-MASTER.
           IF WRK-FS-RMA = '35'
               OPEN OUTPUT RMA-MASTER
               CLOSE RMA-MASTER
               OPEN I-O RMA-MASTER
           END-IF.

       0200-PROCESSAR.
           IF WRK-FS-SERIE NOT = '00'
               MOVE 'SEM SERIES REGISTRADAS' TO WRK-MOTIVO
               MOVE 12 TO RETURN-CODE
           ELSE
               EVALUATE TRUE
                   WHEN WRK-ACAO-ABRIR
                       PERFORM 0210-ABRIR-ATENDIMENTO
                   WHEN WRK-ACAO-MOVIMENTAR
                       PERFORM 0250-MOVIMENTAR-ATENDIMENTO
                   WHEN OTHER
                       MOVE 'ACAO INVALIDA' TO WRK-MOTIVO
                       MOVE 12 TO RETURN-CODE
               END-EVALUATE
           END-IF.
           IF RETURN-CODE > 4
               DISPLAY 'ATENDIMENTO RECUSADO: ' WRK-MOTIVO
           END-IF.

      ******************************* ABERTURA: A UNIDADE PRECISA
      ******************************* ESTAR VENDIDA; A GARANTIA VALE
      ******************************* ATE A DATA DA VENDA + PRAZO
       0210-ABRIR-ATENDIMENTO.
           DISPLAY 'PRODUTO..'.
           ACCEPT WRK-PRODUTO FROM CONSOLE.
           DISPLAY 'NUMERO DE SERIE..'.
           ACCEPT WRK-NUMERO-SERIE FROM CONSOLE.
           DISPLAY 'DEFEITO RECLAMADO..'.
           ACCEPT WRK-DEFEITO FROM CONSOLE.
           MOVE WRK-PRODUTO      TO SER-PRODUTO.
           MOVE WRK-NUMERO-SERIE TO SER-NUMERO.
           READ SERIE-MASTER
               INVALID KEY
                   MOVE 'SERIE NAO REGISTRADA' TO WRK-MOTIVO
                   MOVE 12 TO RETURN-CODE
           END-READ.
           IF RETURN-CODE = 0
               IF NOT SER-STATUS-VENDIDO
                   MOVE 'SERIE NAO CONSTA COMO VENDIDA' TO WRK-MOTIVO
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               MOVE WRK-PRODUTO TO PROD-CODIGO
               READ PRODUTO-MASTER
                   INVALID KEY MOVE ZERO TO PROD-GARANTIA-MESES
               END-READ
               PERFORM 0215-CALCULAR-GARANTIA
               PERFORM 0220-GRAVAR-ATENDIMENTO
           END-IF.

       0215-CALCULAR-GARANTIA.
           MOVE SER-DATA-VENDA TO WRK-DATA-VENDA.
           COMPUTE WRK-MESES-TOTAL = WRK-VENDA-ANO * 12
                                   + WRK-VENDA-MES - 1
                                   + PROD-GARANTIA-MESES.
           DIVIDE WRK-MESES-TOTAL BY 12
               GIVING WRK-LIMITE-ANO REMAINDER WRK-MES-LIMITE.
           ADD 1 TO WRK-MES-LIMITE GIVING WRK-LIMITE-MES.
           MOVE WRK-VENDA-DIA TO WRK-LIMITE-DIA.

       0220-GRAVAR-ATENDIMENTO.
           PERFORM 0130-LER-CHECKPOINT.
           ADD 1 TO WRK-ULTIMO-NUMERO-RMA.
           INITIALIZE RMA-REGISTRO.
           MOVE WRK-ULTIMO-NUMERO-RMA TO RMA-NUMERO.
           MOVE WRK-PRODUTO           TO RMA-PRODUTO.
           MOVE WRK-NUMERO-SERIE      TO RMA-SERIE.
           MOVE SER-NOTAFISCAL        TO RMA-NOTAFISCAL.
           MOVE SER-CPF               TO RMA-CPF.
           MOVE SER-DATA-VENDA        TO RMA-DATA-VENDA.
           MOVE WRK-DATAHOJE          TO RMA-DATA-ABERTURA.
           MOVE WRK-DATA-LIMITE       TO RMA-DATA-LIMITE.
           MOVE WRK-DEFEITO           TO RMA-DEFEITO.
           MOVE WRK-DATAHOJE          TO RMA-DATA-STATUS.
           MOVE WRK-OPERADOR          TO RMA-OPERADOR.
           SET RMA-STATUS-ABERTO TO TRUE.
           IF WRK-DATAHOJE > WRK-DATA-LIMITE
               SET RMA-FORA-GARANTIA TO TRUE
               MOVE 4 TO RETURN-CODE
           ELSE
               SET RMA-EM-GARANTIA TO TRUE
           END-IF.
           WRITE RMA-REGISTRO.
           PERFORM 0320-GRAVAR-CHECKPOINT.
           SET SER-STATUS-EM-RMA TO TRUE.
           REWRITE SER-REGISTRO.
           MOVE RMA-NUMERO TO WRK-NUMERO-RMA.
           DISPLAY 'ATENDIMENTO ' RMA-NUMERO ' ABERTO - NOTA '
                   RMA-NOTAFISCAL ' VENDA ' RMA-DATA-VENDA.
           IF RMA-EM-GARANTIA
               DISPLAY 'EM GARANTIA ATE ' RMA-DATA-LIMITE
           ELSE
               DISPLAY 'FORA DA GARANTIA DESDE ' RMA-DATA-LIMITE
                       ' - CONSERTO PAGO PELO CLIENTE'
           END-IF.

      ******************************* MOVIMENTACAO DO ATENDIMENTO
       0250-MOVIMENTAR-ATENDIMENTO.
           DISPLAY 'NUMERO DO ATENDIMENTO..'.
           ACCEPT WRK-NUMERO-RMA FROM CONSOLE.
           MOVE WRK-NUMERO-RMA TO RMA-NUMERO.
           READ RMA-MASTER
               INVALID KEY
                   MOVE 'ATENDIMENTO NAO CADASTRADO' TO WRK-MOTIVO
                   MOVE 12 TO RETURN-CODE
           END-READ.
           IF RETURN-CODE = 0
               MOVE RMA-PRODUTO TO SER-PRODUTO
               MOVE RMA-SERIE   TO SER-NUMERO
               READ SERIE-MASTER
                   INVALID KEY
                       MOVE 'SERIE DO ATENDIMENTO AUSENTE'
                           TO WRK-MOTIVO
                       MOVE 12 TO RETURN-CODE
               END-READ
           END-IF.
           IF RETURN-CODE = 0
               DISPLAY 'ATENDIMENTO ' RMA-NUMERO ' SERIE ' RMA-SERIE
                       ' SITUACAO ' RMA-STATUS ' GARANTIA '
                       RMA-GARANTIA
               DISPLAY 'C-CONSERTO T-TROCA E-REEMBOLSO '
                       'F-DEVOLVER AO FORNECEDOR X-ENCERRAR'
               ACCEPT WRK-NOVO-STATUS FROM CONSOLE
               PERFORM 0255-VALIDAR-MOVIMENTO
           END-IF.
           IF RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN WRK-NOVO-CONSERTO
                       SET RMA-STATUS-CONSERTO TO TRUE
                   WHEN WRK-NOVO-TROCA
                       PERFORM 0260-TROCAR-UNIDADE
                   WHEN WRK-NOVO-REEMBOLSO
                       SET SER-STATUS-DEFEITUOSO TO TRUE
                       REWRITE SER-REGISTRO
                       SET RMA-STATUS-REEMBOLSADO TO TRUE
                   WHEN WRK-NOVO-FORNECEDOR
                       PERFORM 0270-DEVOLVER-FORNECEDOR
                   WHEN WRK-NOVO-ENCERRADO
                       SET SER-STATUS-VENDIDO TO TRUE
                       REWRITE SER-REGISTRO
                       SET RMA-STATUS-ENCERRADO TO TRUE
               END-EVALUATE
           END-IF.
           IF RETURN-CODE = 0
               MOVE WRK-DATAHOJE TO RMA-DATA-STATUS
               MOVE WRK-OPERADOR TO RMA-OPERADOR
               REWRITE RMA-REGISTRO
               DISPLAY 'ATENDIMENTO ' RMA-NUMERO
                       ' NOVA SITUACAO: ' RMA-STATUS
           END-IF.

      ******************************* CONSERTO/TROCA/REEMBOLSO/
      ******************************* ENCERRAMENTO SO COM O
      ******************************* ATENDIMENTO EM ANDAMENTO; TROCA E
      ******************************* REEMBOLSO SO NA GARANTIA; A
      ******************************* DEVOLUCAO AO FORNECEDOR SO DA
      ******************************* UNIDADE TROCADA OU REEMBOLSADA
       0255-VALIDAR-MOVIMENTO.
           EVALUATE TRUE
               WHEN WRK-NOVO-CONSERTO
                WHEN WRK-NOVO-ENCERRADO
                   IF NOT RMA-STATUS-EM-ANDAMENTO
                       MOVE 'ATENDIMENTO JA CONCLUIDO'
                           TO WRK-MOTIVO
                       MOVE 12 TO RETURN-CODE
                   END-IF
               WHEN WRK-NOVO-TROCA
                WHEN WRK-NOVO-REEMBOLSO
                   IF NOT RMA-STATUS-EM-ANDAMENTO
                       MOVE 'ATENDIMENTO JA CONCLUIDO'
                           TO WRK-MOTIVO
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       IF RMA-FORA-GARANTIA
                           MOVE 'FORA DA GARANTIA' TO WRK-MOTIVO
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               WHEN WRK-NOVO-FORNECEDOR
                   IF NOT RMA-STATUS-AGUARDA-FORN
                       MOVE 'UNIDADE NAO FICOU COM A LOJA'
                           TO WRK-MOTIVO
                       MOVE 12 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE 'SITUACAO INVALIDA' TO WRK-MOTIVO
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

      ******************************* TROCA: OUTRA UNIDADE DO MESMO
      ******************************* PRODUTO EM ESTOQUE VAI PARA O
      ******************************* CLIENTE NA MESMA NOTA E COM A
      ******************************* MESMA DATA DE VENDA (A GARANTIA
      ******************************* NAO RECOMECA); A DEFEITUOSA FICA
      ******************************* NA LOJA PARA O FORNECEDOR
       0260-TROCAR-UNIDADE.
           DISPLAY 'NUMERO DE SERIE DA UNIDADE DE TROCA..'.
           ACCEPT WRK-SERIE-TROCA FROM CONSOLE.
           MOVE RMA-PRODUTO     TO SER-PRODUTO.
           MOVE WRK-SERIE-TROCA TO SER-NUMERO.
           READ SERIE-MASTER
               INVALID KEY
                   MOVE 'SERIE DE TROCA NAO REGISTRADA' TO WRK-MOTIVO
                   MOVE 12 TO RETURN-CODE
           END-READ.
           IF RETURN-CODE = 0
               IF NOT SER-STATUS-ESTOQUE
                   MOVE 'SERIE DE TROCA FORA DO ESTOQUE' TO WRK-MOTIVO
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               MOVE RMA-NOTAFISCAL TO SER-NOTAFISCAL
               MOVE RMA-DATA-VENDA TO SER-DATA-VENDA
               MOVE RMA-CPF        TO SER-CPF
               SET SER-STATUS-VENDIDO TO TRUE
               REWRITE SER-REGISTRO
               MOVE RMA-PRODUTO TO SER-PRODUTO
               MOVE RMA-SERIE   TO SER-NUMERO
               READ SERIE-MASTER
                   INVALID KEY CONTINUE
               END-READ
               SET SER-STATUS-DEFEITUOSO TO TRUE
               REWRITE SER-REGISTRO
               MOVE WRK-SERIE-TROCA TO RMA-SERIE-TROCA
               SET RMA-STATUS-TROCADO TO TRUE
           END-IF.

      ******************************* DEVOLUCAO AO FORNECEDOR QUE
      ******************************* ENTREGOU A UNIDADE; SEM
      ******************************* FORNECEDOR NO REGISTRO DA SERIE
      ******************************* O CNPJ E INFORMADO
       0270-DEVOLVER-FORNECEDOR.
           MOVE SER-FORNECEDOR TO WRK-CNPJ.
           IF WRK-CNPJ = SPACES
               DISPLAY 'CNPJ DO FORNECEDOR..'
               ACCEPT WRK-CNPJ FROM CONSOLE
           END-IF.
           MOVE WRK-CNPJ TO FORN-CNPJ.
           READ FORNECEDOR-MASTER
               INVALID KEY
                   MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MOTIVO
                   MOVE 12 TO RETURN-CODE
           END-READ.
           IF RETURN-CODE = 0
               MOVE WRK-CNPJ TO SER-FORNECEDOR
               SET SER-STATUS-DEVOLVIDO-FORN TO TRUE
               REWRITE SER-REGISTRO
               MOVE WRK-CNPJ TO RMA-FORNECEDOR
               SET RMA-STATUS-DEVOLVIDO-FORN TO TRUE
               DISPLAY 'UNIDADE DEVOLVIDA A ' FORN-NOME
           END-IF.

      ******************************* LE O ULTIMO NUMERO DE
      ******************************* ATENDIMENTO JA ATRIBUIDO
       0130-LER-CHECKPOINT.
           OPEN INPUT CHECKPOINT-RMA.
           IF WRK-FS-CHECK = '00'
               READ CHECKPOINT-RMA
                   AT END MOVE ZERO TO WRK-ULTIMO-NUMERO-RMA
               END-READ
               IF WRK-FS-CHECK = '00'
                   MOVE CHECKRM-REGISTRO TO WRK-ULTIMO-NUMERO-RMA
               END-IF
               CLOSE CHECKPOINT-RMA
           ELSE
               MOVE ZERO TO WRK-ULTIMO-NUMERO-RMA
           END-IF.

       0300-FINALIZAR.
           CLOSE PRODUTO-MASTER.
           CLOSE FORNECEDOR-MASTER.
           CLOSE SERIE-MASTER.
           CLOSE RMA-MASTER.
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
           MOVE 'PROGCOB45R' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-NUMERO-RMA TO AUDIT-ENTRADA-CHAVE (01:06).
           MOVE WRK-ACAO TO AUDIT-ENTRADA-CHAVE (08:01).
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE 'ATENDIMENTO ATUALIZADO' TO AUDIT-RESULTADO
               WHEN 4
                   MOVE 'ABERTO FORA DA GARANTIA' TO AUDIT-RESULTADO
               WHEN OTHER
                   MOVE WRK-MOTIVO TO AUDIT-RESULTADO
           END-EVALUATE.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

       0320-GRAVAR-CHECKPOINT.
           MOVE WRK-ULTIMO-NUMERO-RMA TO CHECKRM-REGISTRO.
           OPEN OUTPUT CHECKPOINT-RMA.
           WRITE CHECKRM-REGISTRO.
           CLOSE CHECKPOINT-RMA.
