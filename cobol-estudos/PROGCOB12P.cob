       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB12P.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: IMPORTACAO NOTURNA DO RASTREAMENTO E COMPROVANTE DE
      *           ENTREGA DAS TRANSPORTADORAS (RASTREIO, CPRASTR) -
      *           CADA EVENTO (CO=COLETADO, TR=EM TRANSITO,
      *           EN=ENTREGUE) AVANCA O STATUS DO PEDIDO NO MASTER DE
      *           STATUS DE ENTREGA (ENTREGA-MASTER) COM A DATA REAL
      *           DO EVENTO E, NA ENTREGA, O NOME DE QUEM RECEBEU. O
      *           PEDIDO E ACHADO PELO NUMERO OU, SE VIER ZERADO, PELA
      *           NOTA FISCAL. VAI PARA O ARQUIVO DE REJEITADOS
      *           (REJEITOS) O EVENTO DE PEDIDO DESCONHECIDO, COM
      *           CODIGO OU DATA INVALIDOS, QUE RETROCEDE O CICLO DE
      *           ENTREGA OU QUE VEM DE TRANSPORTADORA DIFERENTE DA
      *           COTADA NO FRETECAL DO DIA - PEDIDO QUE NAO ESTA NO
      *           FRETECAL DO DIA NAO TEM A TRANSPORTADORA CONFERIDA
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
           SELECT ENTREGA-MASTER ASSIGN TO 'ENTREGA01'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENTREGA-NUMERO
               FILE STATUS IS WRK-FS-ENTREGA.
           SELECT FRETE-CALCULADO ASSIGN TO 'FRETECAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETE.
           SELECT RASTREAMENTO ASSIGN TO 'RASTREIO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RAST.
           SELECT REJEITOS-LOG ASSIGN TO 'REJEITOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REJEIT.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT STATUS-CICLO ASSIGN TO 'CICLOSTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CICLO.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTREGA-MASTER.
           COPY CPENTREGA.
       FD  FRETE-CALCULADO.
           COPY CPFCAL.
       FD  RASTREAMENTO.
           COPY CPRASTR.
       FD  REJEITOS-LOG.
           COPY CPREJEIT.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       FD  STATUS-CICLO.
           COPY CPCICLO.
       WORKING-STORAGE SECTION.
       77  WRK-FS-ENTREGA            PIC X(02) VALUE '00'.
       77  WRK-FS-FRETE              PIC X(02) VALUE '00'.
       77  WRK-FS-RAST               PIC X(02) VALUE '00'.
       77  WRK-FS-REJEIT             PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-FS-CICLO              PIC X(02) VALUE '00'.
       77  WRK-HORA-INICIO-CICLO     PIC 9(08) VALUE ZEROS.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-EOF-FRETE-SW          PIC X(01) VALUE 'N'.
           88  WRK-FIM-FRETES            VALUE 'S'.
       77  WRK-EOF-ENTREGA-SW        PIC X(01) VALUE 'N'.
           88  WRK-FIM-ENTREGAS          VALUE 'S'.
       77  WRK-MASTER-OK-SW          PIC X(01) VALUE 'N'.
           88  WRK-MASTER-OK             VALUE 'S'.
       77  WRK-QTDE-LIDOS            PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-ATUALIZADOS      PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-REJEITADOS       PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-SEM-CONFERENCIA  PIC 9(05) VALUE ZERO.
       77  WRK-NOVO-STATUS           PIC 9(01) VALUE ZERO.
       77  WRK-PEDIDO                PIC 9(06) VALUE ZERO.
       77  WRK-COD-REJEITO           PIC 9(03) VALUE ZERO.
       77  WRK-DESC-REJEITO          PIC X(40) VALUE SPACES.
      ******************************* PEDIDO X TRANSPORTADORA DO
      ******************************* FRETECAL DO DIA
       77  WRK-QTDE-FC               PIC 9(04) VALUE ZERO.
       77  WRK-FC-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-FC-SW                 PIC X(01) VALUE 'N'.
           88  WRK-FC-ACHOU              VALUE 'S'.
       01  WRK-TABELA-FRETES.
           05  WRK-FC-LINHA OCCURS 1 TO 1000 TIMES
                            DEPENDING ON WRK-QTDE-FC.
               10  WRK-FC-NUMERO          PIC 9(06).
               10  WRK-FC-TRANSPORTADORA  PIC X(10).
      ******************************* NOTA FISCAL X PEDIDO DO MASTER
      ******************************* DE ENTREGAS, PARA O EVENTO QUE
      ******************************* SO TRAZ A NOTA
       77  WRK-QTDE-NF               PIC 9(04) VALUE ZERO.
       77  WRK-NF-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-NF-SW                 PIC X(01) VALUE 'N'.
           88  WRK-NF-ACHOU              VALUE 'S'.
       01  WRK-TABELA-NOTAS.
           05  WRK-NF-LINHA OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WRK-QTDE-NF.
               10  WRK-NF-NOTAFISCAL      PIC 9(08).
               10  WRK-NF-NUMERO          PIC 9(06).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
               UNTIL WRK-FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-HORA-INICIO-CICLO FROM TIME.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           PERFORM 0120-CARREGAR-FRETES.
           OPEN I-O ENTREGA-MASTER.
           IF WRK-FS-ENTREGA NOT = '00'
               DISPLAY 'MASTER DE ENTREGAS INDISPONIVEL - RASTREIO '
                       'NAO IMPORTADO'
               MOVE 8 TO RETURN-CODE
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               SET WRK-MASTER-OK TO TRUE
               PERFORM 0130-CARREGAR-NOTAS
               OPEN INPUT RASTREAMENTO
               IF WRK-FS-RAST NOT = '00'
                   DISPLAY 'ARQUIVO DE RASTREIO AUSENTE - NADA A '
                           'IMPORTAR'
                   SET WRK-FIM-ARQUIVO TO TRUE
               ELSE
                   OPEN EXTEND REJEITOS-LOG
                   IF WRK-FS-REJEIT = '35'
                       OPEN OUTPUT REJEITOS-LOG
                       CLOSE REJEITOS-LOG
                       OPEN EXTEND REJEITOS-LOG
                   END-IF
                   PERFORM 0110-LER-RASTREIO
               END-IF
           END-IF.

       0110-LER-RASTREIO.
           READ RASTREAMENTO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* GUARDA NUMERO X TRANSPORTADORA
      ******************************* DO FRETECAL DO DIA
       0120-CARREGAR-FRETES.
           OPEN INPUT FRETE-CALCULADO.
           IF WRK-FS-FRETE NOT = '00'
               SET WRK-FIM-FRETES TO TRUE
           ELSE
               PERFORM 0121-LER-FRETE
               PERFORM 0122-GUARDAR-FRETE
                   UNTIL WRK-FIM-FRETES
               CLOSE FRETE-CALCULADO
           END-IF.

       0121-LER-FRETE.
           READ FRETE-CALCULADO
               AT END SET WRK-FIM-FRETES TO TRUE
           END-READ.

       0122-GUARDAR-FRETE.
           IF WRK-QTDE-FC < 1000
               ADD 1 TO WRK-QTDE-FC
               MOVE FCAL-NUMERO TO WRK-FC-NUMERO (WRK-QTDE-FC)
               MOVE FCAL-TRANSPORTADORA TO
                   WRK-FC-TRANSPORTADORA (WRK-QTDE-FC)
           END-IF.
           PERFORM 0121-LER-FRETE.

      ******************************* PERCORRE O MASTER UMA VEZ PARA
      ******************************* GUARDAR A NOTA DE CADA PEDIDO
       0130-CARREGAR-NOTAS.
           PERFORM 0131-LER-ENTREGA.
           PERFORM 0132-GUARDAR-NOTA
               UNTIL WRK-FIM-ENTREGAS.

       0131-LER-ENTREGA.
           READ ENTREGA-MASTER NEXT
               AT END SET WRK-FIM-ENTREGAS TO TRUE
           END-READ.

       0132-GUARDAR-NOTA.
           IF ENTREGA-NOTAFISCAL NOT = ZERO
              AND WRK-QTDE-NF < 5000
               ADD 1 TO WRK-QTDE-NF
               MOVE ENTREGA-NOTAFISCAL
                   TO WRK-NF-NOTAFISCAL (WRK-QTDE-NF)
               MOVE ENTREGA-NUMERO TO WRK-NF-NUMERO (WRK-QTDE-NF)
           END-IF.
           PERFORM 0131-LER-ENTREGA.

      ******************************* CADA EVENTO PASSA PELAS
      ******************************* CONFERENCIAS NA ORDEM; O PRIMEIRO
      ******************************* MOTIVO ENCONTRADO VAI PARA O
      ******************************* REJEITOS
       0200-PROCESSAR.
           ADD 1 TO WRK-QTDE-LIDOS.
           MOVE ZERO TO WRK-COD-REJEITO.
           PERFORM 0210-TRADUZIR-EVENTO.
           IF WRK-COD-REJEITO = ZERO
               PERFORM 0220-LOCALIZAR-PEDIDO
           END-IF.
           IF WRK-COD-REJEITO = ZERO
               PERFORM 0230-CONFERIR-TRANSPORTADORA
           END-IF.
           IF WRK-COD-REJEITO = ZERO
               IF WRK-NOVO-STATUS <= ENTREGA-STATUS
                   MOVE 602 TO WRK-COD-REJEITO
                   MOVE 'EVENTO RETROCEDE O CICLO DE ENTREGA'
                       TO WRK-DESC-REJEITO
               END-IF
           END-IF.
           IF WRK-COD-REJEITO = ZERO
               PERFORM 0240-AVANCAR-STATUS
           ELSE
               PERFORM 0250-GRAVAR-REJEITO
           END-IF.
           PERFORM 0110-LER-RASTREIO.

       0210-TRADUZIR-EVENTO.
           EVALUATE TRUE
               WHEN RAST-EVENTO-COLETA
                   MOVE 2 TO WRK-NOVO-STATUS
               WHEN RAST-EVENTO-TRANSITO
                   MOVE 3 TO WRK-NOVO-STATUS
               WHEN RAST-EVENTO-ENTREGA
                   MOVE 4 TO WRK-NOVO-STATUS
               WHEN OTHER
                   MOVE 604 TO WRK-COD-REJEITO
                   MOVE 'CODIGO DE EVENTO DESCONHECIDO'
                       TO WRK-DESC-REJEITO
           END-EVALUATE.
           IF WRK-COD-REJEITO = ZERO
               IF RAST-DATA = ZERO OR RAST-DATA > WRK-DATAHOJE
                   MOVE 605 TO WRK-COD-REJEITO
                   MOVE 'DATA DO EVENTO INVALIDA'
                       TO WRK-DESC-REJEITO
               END-IF
           END-IF.

      ******************************* PELO NUMERO DO PEDIDO OU, SE A
      ******************************* TRANSPORTADORA SO MANDOU A NOTA,
      ******************************* PELA NOTA FISCAL
       0220-LOCALIZAR-PEDIDO.
           MOVE RAST-PEDIDO TO WRK-PEDIDO.
           IF WRK-PEDIDO = ZERO
               MOVE 'N' TO WRK-NF-SW
               PERFORM 0221-COMPARAR-NOTA
                   VARYING WRK-NF-IDX FROM 1 BY 1
                   UNTIL WRK-NF-IDX > WRK-QTDE-NF OR WRK-NF-ACHOU
           END-IF.
           MOVE WRK-PEDIDO TO ENTREGA-NUMERO.
           READ ENTREGA-MASTER
               INVALID KEY
                   MOVE 601 TO WRK-COD-REJEITO
                   MOVE 'PEDIDO DESCONHECIDO NO ENTREGA-MASTER'
                       TO WRK-DESC-REJEITO
           END-READ.

       0221-COMPARAR-NOTA.
           IF WRK-NF-NOTAFISCAL (WRK-NF-IDX) = RAST-NOTAFISCAL
              AND RAST-NOTAFISCAL NOT = ZERO
               SET WRK-NF-ACHOU TO TRUE
               MOVE WRK-NF-NUMERO (WRK-NF-IDX) TO WRK-PEDIDO
           END-IF.

      ******************************* A TRANSPORTADORA DO EVENTO TEM DE
      ******************************* SER A COTADA NO FRETECAL
       0230-CONFERIR-TRANSPORTADORA.
           MOVE 'N' TO WRK-FC-SW.
           PERFORM 0231-COMPARAR-FRETE
               VARYING WRK-FC-IDX FROM 1 BY 1
               UNTIL WRK-FC-IDX > WRK-QTDE-FC OR WRK-FC-ACHOU.
           IF WRK-FC-ACHOU
               SUBTRACT 1 FROM WRK-FC-IDX
               IF WRK-FC-TRANSPORTADORA (WRK-FC-IDX)
                  NOT = RAST-TRANSPORTADORA
                   MOVE 603 TO WRK-COD-REJEITO
                   MOVE 'TRANSPORTADORA DIFERENTE DA DO FRETECAL'
                       TO WRK-DESC-REJEITO
               END-IF
           ELSE
               ADD 1 TO WRK-QTDE-SEM-CONFERENCIA
           END-IF.

       0231-COMPARAR-FRETE.
           IF WRK-FC-NUMERO (WRK-FC-IDX) = WRK-PEDIDO
               SET WRK-FC-ACHOU TO TRUE
           END-IF.

       0240-AVANCAR-STATUS.
           MOVE WRK-NOVO-STATUS TO ENTREGA-STATUS.
           MOVE RAST-DATA TO ENTREGA-DATA-ULTIMOSTATUS.
           IF ENTREGA-ENTREGUE
               MOVE RAST-RECEBEDOR TO ENTREGA-RECEBEDOR
           END-IF.
           REWRITE ENTREGA-REGISTRO.
           ADD 1 TO WRK-QTDE-ATUALIZADOS.

       0250-GRAVAR-REJEITO.
           ADD 1 TO WRK-QTDE-REJEITADOS.
           INITIALIZE REJEIT-REGISTRO.
           ACCEPT REJEIT-DATA FROM DATE YYYYMMDD.
           SET REJEIT-STATUS-PENDENTE TO TRUE.
           MOVE RAST-PEDIDO     TO REJEIT-CHAVE (01:06).
           MOVE RAST-NOTAFISCAL TO REJEIT-CHAVE (07:08).
           MOVE RAST-EVENTO     TO REJEIT-CHAVE (15:02).
           MOVE 'PROGCOB12P' TO REJEIT-PROGRAMA.
           MOVE WRK-COD-REJEITO  TO REJEIT-CODMOTIVO.
           MOVE WRK-DESC-REJEITO TO REJEIT-DESCMOTIVO.
           WRITE REJEIT-REGISTRO.

       0300-FINALIZAR.
           IF WRK-MASTER-OK
               CLOSE ENTREGA-MASTER
               IF WRK-FS-RAST = '00' OR WRK-FS-RAST = '10'
                   CLOSE RASTREAMENTO
                   CLOSE REJEITOS-LOG
               END-IF
           END-IF.
           IF WRK-QTDE-REJEITADOS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           PERFORM 0340-GRAVAR-STATUS-CICLO.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - EVENTOS LIDOS: '
                   WRK-QTDE-LIDOS ' ATUALIZADOS: ' WRK-QTDE-ATUALIZADOS
                   ' REJEITADOS: ' WRK-QTDE-REJEITADOS
                   ' SEM CONFERENCIA DE TRANSPORTADORA: '
                   WRK-QTDE-SEM-CONFERENCIA.

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
           MOVE 'PROGCOB12P' TO AUDIT-PROGRAMA.
           MOVE 'LOTE RASTREIO' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'RASTREIO IMPORTADO' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

      ******************************* GRAVA A LINHA DESTE STEP NO
      ******************************* PAINEL DE STATUS DO CICLO NOTURNO
       0340-GRAVAR-STATUS-CICLO.
           OPEN EXTEND STATUS-CICLO.
           IF WRK-FS-CICLO = '35'
               OPEN OUTPUT STATUS-CICLO
               CLOSE STATUS-CICLO
               OPEN EXTEND STATUS-CICLO
           END-IF.
           INITIALIZE CICLO-REGISTRO.
           MOVE 'STEP018'    TO CICLO-STEP.
           MOVE 'PROGCOB12P' TO CICLO-PROGRAMA.
           ACCEPT CICLO-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO-CICLO TO CICLO-HORA-INICIO.
           ACCEPT CICLO-HORA-FIM FROM TIME.
           MOVE RETURN-CODE TO CICLO-RETURN-CODE.
           MOVE WRK-QTDE-ATUALIZADOS TO CICLO-QTDE-REGISTROS.
           MOVE 'RASTREIO DAS TRANSPORTADORAS IMPORTADO'
               TO CICLO-RESULTADO.
           WRITE CICLO-REGISTRO.
           CLOSE STATUS-CICLO.
