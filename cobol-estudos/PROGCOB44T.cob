       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB44T.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: EMBARQUE DE TRANSFERENCIA DE ESTOQUE ENTRE FILIAIS -
      *           RECEBE PRODUTO, FILIAL DE ORIGEM, FILIAL DE DESTINO,
      *           QUANTIDADE E PESO, COTA O FRETE NA MATRIZ UF ORIGEM
      *           X UF DESTINO (FRETETAB, UF DE CADA FILIAL PELA
      *           TABELA FILIAIS, MESMO CALCULO DA COTACAO DE
      *           DEVOLUCAO DO PROGCOB12D, COM A MERCADORIA VALORIZADA
      *           PELO CUSTO MEDIO), BAIXA O SALDO DA FILIAL DE ORIGEM
      *           NO ESTOQUE-MASTER E GRAVA A TRANSFERENCIA EM TRANSITO
      *           NO TRANSF-ESTOQUE; A FILIAL DE DESTINO SO E
      *           CREDITADA NA CONFIRMACAO DE RECEBIMENTO (PROGCOB44R)
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
           SELECT ESTOQUE-MASTER ASSIGN TO 'ESTOQMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ESTOQ-CHAVE
               FILE STATUS IS WRK-FS-ESTOQ.
           SELECT FRETE-TABELA ASSIGN TO 'FRETETAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRETE-CHAVE
               FILE STATUS IS WRK-FS-FRETE.
           SELECT TABELA-FILIAIS ASSIGN TO 'FILIAIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FILIAL.
           SELECT TRANSF-ESTOQUE ASSIGN TO 'TRFESTOQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRF-NUMERO
               FILE STATUS IS WRK-FS-TRF.
           SELECT CHECKPOINT-TRANSF ASSIGN TO 'CHECKTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHECK.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTO-MASTER.
           COPY CPPROD.
       FD  ESTOQUE-MASTER.
           COPY CPESTOQ.
       FD  FRETE-TABELA.
           COPY CPFRETE.
      *****************************************************************
      * TABELA-FILIAIS - TABELA EXTERNA DE FILIAIS COM A UF DE CADA UMA
      *                  (FLAG S = MATRIZ)
      *****************************************************************
       FD  TABELA-FILIAIS.
       01  FILIAL-REGISTRO.
           05  FILIAL-CODIGO             PIC X(04).
           05  FILIAL-UF                 PIC X(02).
           05  FILIAL-MATRIZ             PIC X(01).
       FD  TRANSF-ESTOQUE.
           COPY CPTRFEST.
       FD  CHECKPOINT-TRANSF.
       01  CHECKTR-REGISTRO          PIC 9(06).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-PROD               PIC X(02) VALUE '00'.
       77  WRK-FS-ESTOQ              PIC X(02) VALUE '00'.
       77  WRK-FS-FRETE              PIC X(02) VALUE '00'.
       77  WRK-FS-FILIAL             PIC X(02) VALUE '00'.
       77  WRK-FS-TRF                PIC X(02) VALUE '00'.
       77  WRK-FS-CHECK              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-PRODUTO               PIC X(10) VALUE SPACES.
       77  WRK-FILIAL-ORIGEM         PIC X(04) VALUE SPACES.
       77  WRK-FILIAL-DESTINO        PIC X(04) VALUE SPACES.
       77  WRK-QUANTIDADE            PIC 9(05) VALUE ZERO.
       77  WRK-PESO                  PIC 9(03)V99 VALUE ZEROS.
       77  WRK-UF-ORIGEM             PIC X(02) VALUE SPACES.
       77  WRK-UF-DESTINO            PIC X(02) VALUE SPACES.
       77  WRK-UF-BUSCA              PIC X(02) VALUE SPACES.
       77  WRK-FILIAL-BUSCA          PIC X(04) VALUE SPACES.
       77  WRK-MOTIVO                PIC X(40) VALUE SPACES.
       77  WRK-VALOR                 PIC 9(06)V99 VALUE ZEROS.
       77  WRK-TAXA-KG               PIC 9(02)V99 VALUE 2,50.
       77  WRK-FRETE-TRANSP          PIC 9(06)V99 VALUE ZEROS.
       77  WRK-MELHOR-FRETE          PIC 9(06)V99 VALUE ZEROS.
       77  WRK-MELHOR-TRANS          PIC X(10) VALUE SPACES.
       77  WRK-MELHOR-PRAZO          PIC 9(03) VALUE ZERO.
       77  WRK-FRETE-ED              PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ULTIMO-NUMERO-TRF     PIC 9(06) VALUE ZERO.
       77  WRK-EOF-FILIAIS-SW        PIC X(01) VALUE 'N'.
           88  WRK-FIM-FILIAIS           VALUE 'S'.
       77  WRK-QTDE-FILIAIS          PIC 9(03) VALUE ZERO.
       77  WRK-FL-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-FL-SW                 PIC X(01) VALUE 'N'.
           88  WRK-FILIAL-ACHADA         VALUE 'S'.
       01  WRK-TABELA-FILIAIS.
           05  WRK-FILIAL OCCURS 1 TO 100 TIMES
                          DEPENDING ON WRK-QTDE-FILIAIS.
               10  WRK-FILIAL-CODIGO      PIC X(04).
               10  WRK-FILIAL-UF          PIC X(02).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           PERFORM 0125-CARREGAR-FILIAIS.
           OPEN INPUT PRODUTO-MASTER.
           OPEN I-O ESTOQUE-MASTER.
           OPEN INPUT FRETE-TABELA.
           OPEN I-O TRANSF-ESTOQUE.
           IF WRK-FS-TRF = '35'
               OPEN OUTPUT TRANSF-ESTOQUE
               CLOSE TRANSF-ESTOQUE
               OPEN I-O TRANSF-ESTOQUE
           END-IF.
           DISPLAY 'PRODUTO TRANSFERIDO: '.
           ACCEPT WRK-PRODUTO FROM CONSOLE.
           DISPLAY 'FILIAL DE ORIGEM (QUE EMBARCA): '.
           ACCEPT WRK-FILIAL-ORIGEM FROM CONSOLE.
           DISPLAY 'FILIAL DE DESTINO (QUE RECEBE): '.
           ACCEPT WRK-FILIAL-DESTINO FROM CONSOLE.
           DISPLAY 'QUANTIDADE: '.
           ACCEPT WRK-QUANTIDADE FROM CONSOLE.
           DISPLAY 'PESO TOTAL (KG): '.
           ACCEPT WRK-PESO FROM CONSOLE.

      ******************************* CARGA DA TABELA DE FILIAIS COM
      ******************************* A UF DE CADA UMA
       0125-CARREGAR-FILIAIS.
           OPEN INPUT TABELA-FILIAIS.
           IF WRK-FS-FILIAL NOT = '00'
               SET WRK-FIM-FILIAIS TO TRUE
           ELSE
               PERFORM 0126-LER-FILIAL
               PERFORM 0127-GUARDAR-FILIAL
                   UNTIL WRK-FIM-FILIAIS
               CLOSE TABELA-FILIAIS
           END-IF.

       0126-LER-FILIAL.
           READ TABELA-FILIAIS
               AT END SET WRK-FIM-FILIAIS TO TRUE
           END-READ.

       0127-GUARDAR-FILIAL.
           IF WRK-QTDE-FILIAIS < 100
               ADD 1 TO WRK-QTDE-FILIAIS
               MOVE FILIAL-CODIGO TO
                   WRK-FILIAL-CODIGO (WRK-QTDE-FILIAIS)
               MOVE FILIAL-UF TO WRK-FILIAL-UF (WRK-QTDE-FILIAIS)
           END-IF.
           PERFORM 0126-LER-FILIAL.

      ******************************* LE O ULTIMO NUMERO DE
      ******************************* TRANSFERENCIA JA ATRIBUIDO
       0130-LER-CHECKPOINT.
           OPEN INPUT CHECKPOINT-TRANSF.
           IF WRK-FS-CHECK = '00'
               READ CHECKPOINT-TRANSF
                   AT END MOVE ZERO TO WRK-ULTIMO-NUMERO-TRF
               END-READ
               IF WRK-FS-CHECK = '00'
                   MOVE CHECKTR-REGISTRO TO WRK-ULTIMO-NUMERO-TRF
               END-IF
               CLOSE CHECKPOINT-TRANSF
           ELSE
               MOVE ZERO TO WRK-ULTIMO-NUMERO-TRF
           END-IF.

       0200-PROCESSAR.
           PERFORM 0205-VALIDAR-TRANSFERENCIA.
           IF RETURN-CODE = 0
               MOVE WRK-UF-ORIGEM  TO FRETE-UF-ORIGEM
               MOVE WRK-UF-DESTINO TO FRETE-UF-DESTINO
               READ FRETE-TABELA
                   INVALID KEY
                       DISPLAY 'NAO HA TARIFA CADASTRADA PARA ESSE '
                               'PAR ORIGEM/DESTINO'
                       MOVE 'PAR DE UF SEM TARIFA NA FRETETAB'
                           TO WRK-MOTIVO
                       MOVE 16 TO RETURN-CODE
               END-READ
           END-IF.
           IF RETURN-CODE = 0
               COMPUTE WRK-VALOR ROUNDED =
                   WRK-QUANTIDADE * PROD-CUSTO-MEDIO
                   ON SIZE ERROR MOVE 999999,99 TO WRK-VALOR
               END-COMPUTE
               PERFORM 0210-COMPARAR-TRANSPORTADORAS
               IF WRK-MELHOR-TRANS = SPACES
                   DISPLAY 'NENHUMA TRANSPORTADORA CADASTRADA PARA '
                           'O PAR ORIGEM/DESTINO'
                   MOVE 'PAR DE UF SEM TRANSPORTADORA' TO WRK-MOTIVO
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 0220-BAIXAR-ORIGEM
                   PERFORM 0230-GRAVAR-TRANSFERENCIA
               END-IF
           END-IF.
           IF RETURN-CODE NOT = 0
               DISPLAY 'TRANSFERENCIA NAO EMBARCADA: ' WRK-MOTIVO
           END-IF.

      ******************************* PRODUTO CADASTRADO, FILIAIS
      ******************************* DIFERENTES E CONHECIDAS, E SALDO
      ******************************* NA ORIGEM PARA A QUANTIDADE
       0205-VALIDAR-TRANSFERENCIA.
           MOVE WRK-PRODUTO TO PROD-CODIGO.
           READ PRODUTO-MASTER
               INVALID KEY
                   MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MOTIVO
                   MOVE 12 TO RETURN-CODE
           END-READ.
           IF RETURN-CODE = 0
              AND (WRK-QUANTIDADE = ZERO
                   OR WRK-FILIAL-ORIGEM = WRK-FILIAL-DESTINO)
               MOVE 'QUANTIDADE ZERO OU ORIGEM IGUAL AO DESTINO'
                   TO WRK-MOTIVO
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = 0
               MOVE WRK-FILIAL-ORIGEM TO WRK-FILIAL-BUSCA
               PERFORM 0208-RESOLVER-UF
               MOVE WRK-UF-BUSCA TO WRK-UF-ORIGEM
               MOVE WRK-FILIAL-DESTINO TO WRK-FILIAL-BUSCA
               PERFORM 0208-RESOLVER-UF
               MOVE WRK-UF-BUSCA TO WRK-UF-DESTINO
               IF WRK-UF-ORIGEM = SPACES OR WRK-UF-DESTINO = SPACES
                   MOVE 'FILIAL SEM UF CADASTRADA NA TABELA FILIAIS'
                       TO WRK-MOTIVO
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               MOVE WRK-PRODUTO       TO ESTOQ-PRODUTO
               MOVE WRK-FILIAL-ORIGEM TO ESTOQ-FILIAL
               READ ESTOQUE-MASTER
                   INVALID KEY
                       MOVE 'PRODUTO SEM SALDO NA FILIAL DE ORIGEM'
                           TO WRK-MOTIVO
                       MOVE 12 TO RETURN-CODE
                   NOT INVALID KEY
                       IF ESTOQ-SALDO < WRK-QUANTIDADE
                           MOVE 'SALDO DA ORIGEM MENOR QUE A QUANTIDADE'
                               TO WRK-MOTIVO
                           MOVE 12 TO RETURN-CODE
                       END-IF
               END-READ
           END-IF.

      ******************************* UF DA FILIAL WRK-FILIAL-BUSCA NA
      ******************************* TABELA FILIAIS (BRANCO SE NAO
      ******************************* CADASTRADA)
       0208-RESOLVER-UF.
           MOVE 'N' TO WRK-FL-SW.
           MOVE SPACES TO WRK-UF-BUSCA.
           PERFORM 0209-COMPARAR-FILIAL
               VARYING WRK-FL-IDX FROM 1 BY 1
               UNTIL WRK-FL-IDX > WRK-QTDE-FILIAIS
                  OR WRK-FILIAL-ACHADA.

       0209-COMPARAR-FILIAL.
           IF WRK-FILIAL-CODIGO (WRK-FL-IDX) = WRK-FILIAL-BUSCA
               SET WRK-FILIAL-ACHADA TO TRUE
               MOVE WRK-FILIAL-UF (WRK-FL-IDX) TO WRK-UF-BUSCA
           END-IF.

       0210-COMPARAR-TRANSPORTADORAS.
           MOVE ZEROS TO WRK-MELHOR-FRETE.
           MOVE SPACES TO WRK-MELHOR-TRANS.
           MOVE ZERO TO WRK-MELHOR-PRAZO.
           PERFORM 0211-CALCULAR-FRETE-TRANSP
               VARYING FRETE-IDX FROM 1 BY 1
               UNTIL FRETE-IDX > 3.

       0211-CALCULAR-FRETE-TRANSP.
           IF FRETE-TRANS-NOME (FRETE-IDX) NOT = SPACES
               COMPUTE WRK-FRETE-TRANSP =
                   (WRK-VALOR * FRETE-TRANS-PERC (FRETE-IDX))
                   + ((FRETE-DISTANCIA-KM / 100)
                       * FRETE-TRANS-KMTAXA (FRETE-IDX))
                   + (WRK-PESO * WRK-TAXA-KG)
               IF WRK-MELHOR-TRANS = SPACES
                  OR WRK-FRETE-TRANSP < WRK-MELHOR-FRETE
                   MOVE WRK-FRETE-TRANSP TO WRK-MELHOR-FRETE
                   MOVE FRETE-TRANS-NOME (FRETE-IDX) TO WRK-MELHOR-TRANS
                   MOVE FRETE-TRANS-PRAZO-DIAS (FRETE-IDX)
                       TO WRK-MELHOR-PRAZO
               END-IF
           END-IF.

      ******************************* BAIXA O SALDO DA FILIAL DE
      ******************************* ORIGEM (REGISTRO LIDO NA
      ******************************* VALIDACAO)
       0220-BAIXAR-ORIGEM.
           SUBTRACT WRK-QUANTIDADE FROM ESTOQ-SALDO.
           REWRITE ESTOQ-REGISTRO.

      ******************************* GRAVA A TRANSFERENCIA EM TRANSITO
      ******************************* COM O FRETE COTADO
       0230-GRAVAR-TRANSFERENCIA.
           PERFORM 0130-LER-CHECKPOINT.
           ADD 1 TO WRK-ULTIMO-NUMERO-TRF.
           INITIALIZE TRF-REGISTRO.
           MOVE WRK-ULTIMO-NUMERO-TRF TO TRF-NUMERO.
           MOVE WRK-PRODUTO           TO TRF-PRODUTO.
           MOVE WRK-FILIAL-ORIGEM     TO TRF-FILIAL-ORIGEM.
           MOVE WRK-FILIAL-DESTINO    TO TRF-FILIAL-DESTINO.
           MOVE WRK-QUANTIDADE        TO TRF-QUANTIDADE.
           MOVE WRK-DATAHOJE          TO TRF-DATA-ENVIO.
           MOVE WRK-MELHOR-TRANS      TO TRF-TRANSPORTADORA.
           MOVE WRK-MELHOR-FRETE      TO TRF-FRETE.
           MOVE WRK-MELHOR-PRAZO      TO TRF-PRAZO-DIAS.
           SET TRF-STATUS-EM-TRANSITO TO TRUE.
           WRITE TRF-REGISTRO.
           PERFORM 0320-GRAVAR-CHECKPOINT.
           MOVE WRK-MELHOR-FRETE TO WRK-FRETE-ED.
           DISPLAY 'TRANSFERENCIA ' TRF-NUMERO ' EM TRANSITO - '
                   'TRANSPORTADORA: ' WRK-MELHOR-TRANS.
           DISPLAY 'VALOR FRETE DA TRANSFERENCIA:' WRK-FRETE-ED.

       0300-FINALIZAR.
           CLOSE PRODUTO-MASTER.
           CLOSE ESTOQUE-MASTER.
           CLOSE FRETE-TABELA.
           CLOSE TRANSF-ESTOQUE.
           PERFORM 0310-GRAVAR-AUDITORIA.

      ******************************* ATUALIZA O PONTO DE CONTROLE COM
      ******************************* O ULTIMO NUMERO DE TRANSFERENCIA
       0320-GRAVAR-CHECKPOINT.
           MOVE WRK-ULTIMO-NUMERO-TRF TO CHECKTR-REGISTRO.
           OPEN OUTPUT CHECKPOINT-TRANSF.
           WRITE CHECKTR-REGISTRO.
           CLOSE CHECKPOINT-TRANSF.

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
           MOVE 'PROGCOB44T' TO AUDIT-PROGRAMA.
           MOVE WRK-PRODUTO TO AUDIT-ENTRADA-CHAVE (01:10).
           MOVE WRK-FILIAL-ORIGEM TO AUDIT-ENTRADA-CHAVE (12:04).
           MOVE WRK-FILIAL-DESTINO TO AUDIT-ENTRADA-CHAVE (17:04).
           IF RETURN-CODE = 0
               MOVE 'TRANSFERENCIA EMBARCADA' TO AUDIT-RESULTADO
           ELSE
               MOVE WRK-MOTIVO TO AUDIT-RESULTADO
           END-IF.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
