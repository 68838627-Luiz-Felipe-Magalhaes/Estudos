       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB12K.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: CONFIRMAR A COLETA DE UM ROMANEIO DE CARGA EMITIDO
      *           PELO PROGCOB12M - O OPERADOR INFORMA O NUMERO DO
      *           ROMANEIO E OS PEDIDOS QUE NAO SUBIRAM NO CAMINHAO;
      *           NA CONFIRMACAO TODOS OS DEMAIS PEDIDOS DO ROMANEIO
      *           PASSAM A COLETADO NO MASTER DE STATUS DE ENTREGA
      *           (ENTREGA-MASTER) DE UMA SO VEZ, E OS AUSENTES FICAM
      *           MARCADOS COMO FALTANTES NO ROMANEIO-MASTER, CONTINUAM
      *           AGUARDANDO COLETA E SAO AVISADOS AO OPERADOR
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
           SELECT ROMANEIO-MASTER ASSIGN TO 'ROMANEIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROM-CHAVE
               FILE STATUS IS WRK-FS-ROM.
           SELECT ENTREGA-MASTER ASSIGN TO 'ENTREGA01'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENTREGA-NUMERO
               FILE STATUS IS WRK-FS-ENTREGA.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ROMANEIO-MASTER.
           COPY CPROMAN.
       FD  ENTREGA-MASTER.
           COPY CPENTREGA.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-ROM            PIC X(02) VALUE '00'.
       77  WRK-FS-ENTREGA        PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT          PIC X(02) VALUE '00'.
       01  WRK-DATASISTEMA.
           05  WRK-DATASISTEMA-ANO     PIC 9(04).
           05  WRK-DATASISTEMA-MES     PIC 9(02).
           05  WRK-DATASISTEMA-DIA     PIC 9(02).
       77  WRK-ROMANEIO          PIC 9(06) VALUE ZEROS.
       77  WRK-PEDIDO-FALTA      PIC 9(06) VALUE ZEROS.
       77  WRK-CONFIRMA          PIC X(01) VALUE 'N'.
           88  WRK-CONFIRMADO        VALUE 'S' 's'.
       77  WRK-ARQUIVOS-SW       PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-OK       VALUE 'S'.
       77  WRK-FIM-ROM-SW        PIC X(01) VALUE 'N'.
           88  WRK-FIM-ROMANEIO      VALUE 'S'.
       77  WRK-QTDE-COLETADOS    PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-FALTANTES    PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-JA-BAIXADOS  PIC 9(05) VALUE ZERO.
       77  WRK-AUDIT-RESULTADO   PIC X(30) VALUE SPACES.
      ******************************* PEDIDOS PENDENTES DO ROMANEIO,
      ******************************* COM A MARCA DE AUSENTE NO
      ******************************* CAMINHAO
       77  WRK-QTDE-RM           PIC 9(04) VALUE ZERO.
       77  WRK-RM-IDX            PIC 9(04) VALUE ZERO.
       77  WRK-RM-SW             PIC X(01) VALUE 'N'.
           88  WRK-RM-ACHOU          VALUE 'S'.
       01  WRK-TABELA-ROMANEIO.
           05  WRK-RM-LINHA OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WRK-QTDE-RM.
               10  WRK-RM-PEDIDO          PIC 9(06).
               10  WRK-RM-NOTAFISCAL      PIC 9(08).
               10  WRK-RM-FALTA           PIC X(01).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-ARQUIVOS-OK
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY 'NUMERO DO ROMANEIO DE CARGA..'.
           ACCEPT WRK-ROMANEIO FROM CONSOLE.
           OPEN I-O ROMANEIO-MASTER.
           IF WRK-FS-ROM NOT = '00'
               DISPLAY 'ROMANEIO-MASTER INDISPONIVEL'
               MOVE 'ROMANEIO-MASTER INDISPONIVEL' TO
                   WRK-AUDIT-RESULTADO
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN I-O ENTREGA-MASTER
               IF WRK-FS-ENTREGA = '35'
                   OPEN OUTPUT ENTREGA-MASTER
                   CLOSE ENTREGA-MASTER
                   OPEN I-O ENTREGA-MASTER
               END-IF
               SET WRK-ARQUIVOS-OK TO TRUE
           END-IF.

       0200-PROCESSAR.
           PERFORM 0210-CARREGAR-ROMANEIO.
           IF WRK-QTDE-RM = ZERO
               DISPLAY 'ROMANEIO ' WRK-ROMANEIO ' NAO ENCONTRADO OU '
                       'SEM PEDIDO PENDENTE DE COLETA'
               MOVE 'ROMANEIO SEM PEDIDO PENDENTE' TO
                   WRK-AUDIT-RESULTADO
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY 'PEDIDOS PENDENTES DE COLETA NO ROMANEIO '
                       WRK-ROMANEIO ':'
               PERFORM 0215-LISTAR-PEDIDO
                   VARYING WRK-RM-IDX FROM 1 BY 1
                   UNTIL WRK-RM-IDX > WRK-QTDE-RM
               DISPLAY 'PEDIDO AUSENTE DO CAMINHAO (ZERO = FIM)..'
               ACCEPT WRK-PEDIDO-FALTA FROM CONSOLE
               PERFORM 0220-MARCAR-FALTANTE
                   UNTIL WRK-PEDIDO-FALTA = ZERO
               COMPUTE WRK-QTDE-COLETADOS =
                   WRK-QTDE-RM - WRK-QTDE-FALTANTES
               DISPLAY 'PEDIDOS COLETADOS: ' WRK-QTDE-COLETADOS
                       ' FALTANTES: ' WRK-QTDE-FALTANTES
               DISPLAY 'CONFIRMA A COLETA (S/N)..'
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF WRK-CONFIRMADO
                   PERFORM 0230-BAIXAR-PEDIDO
                       VARYING WRK-RM-IDX FROM 1 BY 1
                       UNTIL WRK-RM-IDX > WRK-QTDE-RM
                   IF WRK-QTDE-FALTANTES > ZERO
                       MOVE 'COLETA COM PEDIDO FALTANTE' TO
                           WRK-AUDIT-RESULTADO
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 'COLETA CONFIRMADA' TO
                           WRK-AUDIT-RESULTADO
                   END-IF
               ELSE
                   DISPLAY 'COLETA NAO CONFIRMADA - NADA ALTERADO'
                   MOVE 'COLETA NAO CONFIRMADA' TO
                       WRK-AUDIT-RESULTADO
               END-IF
           END-IF.

      ******************************* CARREGA OS PEDIDOS DO ROMANEIO
      ******************************* AINDA PENDENTES DE COLETA
       0210-CARREGAR-ROMANEIO.
           MOVE WRK-ROMANEIO TO ROM-NUMERO.
           MOVE ZEROS TO ROM-PEDIDO.
           START ROMANEIO-MASTER KEY >= ROM-CHAVE
               INVALID KEY SET WRK-FIM-ROMANEIO TO TRUE
           END-START.
           PERFORM 0211-LER-ROMANEIO
               UNTIL WRK-FIM-ROMANEIO.

       0211-LER-ROMANEIO.
           READ ROMANEIO-MASTER NEXT
               AT END SET WRK-FIM-ROMANEIO TO TRUE
           END-READ.
           IF NOT WRK-FIM-ROMANEIO
               IF ROM-NUMERO NOT = WRK-ROMANEIO
                   SET WRK-FIM-ROMANEIO TO TRUE
               ELSE
                   IF ROM-STATUS-PENDENTE
                      AND WRK-QTDE-RM < 2000
                       ADD 1 TO WRK-QTDE-RM
                       MOVE ROM-PEDIDO TO WRK-RM-PEDIDO (WRK-QTDE-RM)
                       MOVE ROM-NOTAFISCAL
                           TO WRK-RM-NOTAFISCAL (WRK-QTDE-RM)
                       MOVE 'N' TO WRK-RM-FALTA (WRK-QTDE-RM)
                   ELSE
                       ADD 1 TO WRK-QTDE-JA-BAIXADOS
                   END-IF
               END-IF
           END-IF.

       0215-LISTAR-PEDIDO.
           DISPLAY '  PEDIDO ' WRK-RM-PEDIDO (WRK-RM-IDX)
                   '  NOTA FISCAL ' WRK-RM-NOTAFISCAL (WRK-RM-IDX).

      ******************************* MARCA O PEDIDO INFORMADO COMO
      ******************************* AUSENTE DO CAMINHAO
       0220-MARCAR-FALTANTE.
           MOVE 'N' TO WRK-RM-SW.
           PERFORM 0221-COMPARAR-PEDIDO
               VARYING WRK-RM-IDX FROM 1 BY 1
               UNTIL WRK-RM-IDX > WRK-QTDE-RM
                  OR WRK-RM-ACHOU.
           IF WRK-RM-ACHOU
               SUBTRACT 1 FROM WRK-RM-IDX
               IF WRK-RM-FALTA (WRK-RM-IDX) = 'S'
                   DISPLAY 'PEDIDO JA INFORMADO COMO AUSENTE'
               ELSE
                   MOVE 'S' TO WRK-RM-FALTA (WRK-RM-IDX)
                   ADD 1 TO WRK-QTDE-FALTANTES
               END-IF
           ELSE
               DISPLAY 'PEDIDO ' WRK-PEDIDO-FALTA ' NAO ESTA PENDENTE '
                       'NESTE ROMANEIO'
           END-IF.
           DISPLAY 'PEDIDO AUSENTE DO CAMINHAO (ZERO = FIM)..'.
           ACCEPT WRK-PEDIDO-FALTA FROM CONSOLE.

       0221-COMPARAR-PEDIDO.
           IF WRK-RM-PEDIDO (WRK-RM-IDX) = WRK-PEDIDO-FALTA
               SET WRK-RM-ACHOU TO TRUE
           END-IF.

      ******************************* BAIXA O PEDIDO NO ROMANEIO E,
      ******************************* SE SUBIU NO CAMINHAO, PASSA A
      ******************************* ENTREGA PARA COLETADO
       0230-BAIXAR-PEDIDO.
           MOVE WRK-ROMANEIO TO ROM-NUMERO.
           MOVE WRK-RM-PEDIDO (WRK-RM-IDX) TO ROM-PEDIDO.
           READ ROMANEIO-MASTER
               INVALID KEY
                   DISPLAY 'PEDIDO ' ROM-PEDIDO ' SUMIU DO ROMANEIO'
               NOT INVALID KEY
                   IF WRK-RM-FALTA (WRK-RM-IDX) = 'S'
                       SET ROM-STATUS-FALTANTE TO TRUE
                       DISPLAY 'FALTANTE - PEDIDO ' ROM-PEDIDO
                               ' NAO SUBIU NO CAMINHAO, CONTINUA '
                               'AGUARDANDO COLETA'
                   ELSE
                       SET ROM-STATUS-COLETADO TO TRUE
                       MOVE WRK-DATASISTEMA TO ROM-DATA-COLETA
                       PERFORM 0240-MARCAR-COLETADO
                   END-IF
                   REWRITE ROM-REGISTRO
           END-READ.

      ******************************* PASSA O PEDIDO PARA COLETADO NO
      ******************************* MASTER DE ENTREGAS, INCLUINDO-O
      ******************************* QUANDO AINDA NAO ACOMPANHADO
       0240-MARCAR-COLETADO.
           MOVE ROM-PEDIDO TO ENTREGA-NUMERO.
           READ ENTREGA-MASTER
               INVALID KEY
                   MOVE ROM-PEDIDO        TO ENTREGA-NUMERO
                   MOVE ROM-NOTAFISCAL    TO ENTREGA-NOTAFISCAL
                   MOVE ROM-DATA-PROMESSA TO ENTREGA-PROMESSA
                   MOVE SPACES TO ENTREGA-RECEBEDOR
                   SET ENTREGA-COLETADO TO TRUE
                   MOVE WRK-DATASISTEMA-ANO TO ENTREGA-DATA-ANO
                   MOVE WRK-DATASISTEMA-MES TO ENTREGA-DATA-MES
                   MOVE WRK-DATASISTEMA-DIA TO ENTREGA-DATA-DIA
                   WRITE ENTREGA-REGISTRO
               NOT INVALID KEY
                   IF ENTREGA-AGUARDANDO
                       SET ENTREGA-COLETADO TO TRUE
                       MOVE WRK-DATASISTEMA-ANO TO ENTREGA-DATA-ANO
                       MOVE WRK-DATASISTEMA-MES TO ENTREGA-DATA-MES
                       MOVE WRK-DATASISTEMA-DIA TO ENTREGA-DATA-DIA
                       REWRITE ENTREGA-REGISTRO
                   ELSE
                       DISPLAY 'PEDIDO ' ROM-PEDIDO ' JA ESTAVA '
                               'ADIANTE DA COLETA NO ENTREGA-MASTER'
                   END-IF
           END-READ.

       0300-FINALIZAR.
           IF WRK-ARQUIVOS-OK
               CLOSE ROMANEIO-MASTER
               CLOSE ENTREGA-MASTER
           END-IF.
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
           MOVE 'PROGCOB12K' TO AUDIT-PROGRAMA.
           MOVE WRK-ROMANEIO TO AUDIT-ENTRADA-CHAVE (01:06).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
