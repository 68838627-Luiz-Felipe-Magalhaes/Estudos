       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB49B.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: REMESSA NOTURNA DE COBRANCA REGISTRADA (REMCOBR) -
      *           PERCORRE O CONTAS A RECEBER (CONTAREC) E GRAVA UMA
      *           INSTRUCAO PARA O BANCO POR PARCELA:
      *           01 - REGISTRO DO BOLETO DA PARCELA NOVA EM ABERTO
      *                (GERADA PELO PROGCOB23G), COM O NOSSO NUMERO
      *                ATRIBUIDO PELO PONTO DE CONTROLE CHECKNN;
      *           02 - PEDIDO DE BAIXA DO BOLETO DA PARCELA CANCELADA
      *                PELO PROGCOB09X;
      *           06 - ALTERACAO DE VENCIMENTO PARA A DATA DA PROMESSA
      *                DE PAGAMENTO REGISTRADA NO CASO DE COBRANCA
      *                (COBRANCA-MASTER, PROGCOB29).
      *           O DOCUMENTO DA REMESSA E O NUMERO DA PARCELA, O
      *           MESMO QUE O BANCO DEVOLVE NO RETBANCO LIDO PELO
      *           PROGCOB30B, PARA REMESSA E RETORNO SEMPRE CASAREM
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - REMCOBR PASSA A SAIR ENTRE HEADER E TRAILER DE
      *                 CONTROLE (CPCTLREM, SEQUENCIA PELA ROTINA
      *                 PROGCOBB), COM A QUANTIDADE DE INSTRUCOES E A
      *                 SOMA DOS VALORES TAMBEM NO PAINEL CICLOSTA, PARA
      *                 O VALIDADOR PROGCOBZ CONFERIR A REMESSA ANTES DA
      *                 TRANSMISSAO AO BANCO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-RECEBER ASSIGN TO 'CONTAREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTAR-NUMERO
               FILE STATUS IS WRK-FS-CTAR.
           SELECT COBRANCA-MASTER ASSIGN TO 'COBRANCA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COBRA-NUMERO
               FILE STATUS IS WRK-FS-COBRA.
           SELECT REMESSA-COBRANCA ASSIGN TO 'REMCOBR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKPOINT-NOSSONUM ASSIGN TO 'CHECKNN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHECK.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT STATUS-CICLO ASSIGN TO 'CICLOSTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CICLO.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-RECEBER.
           COPY CPCTAREC.
       FD  COBRANCA-MASTER.
           COPY CPCOBRA.
       FD  REMESSA-COBRANCA.
       01  REMC-REGISTRO.
           05  REMC-INSTRUCAO        PIC 9(02).
               88  REMC-REGISTRAR        VALUE 01.
               88  REMC-BAIXAR           VALUE 02.
               88  REMC-ALTERAR-VENC     VALUE 06.
           05  REMC-NOSSO-NUMERO     PIC 9(10).
           05  REMC-DOCUMENTO        PIC 9(06).
           05  REMC-CPF              PIC X(11).
           05  REMC-VALOR            PIC 9(09)V99.
           05  REMC-DATA-EMISSAO     PIC 9(08).
           05  REMC-DATA-VENCIMENTO  PIC 9(08).
           05  REMC-DATA             PIC 9(08).
       FD  CHECKPOINT-NOSSONUM.
       01  CHECKNN-REGISTRO          PIC 9(10).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       FD  STATUS-CICLO.
           COPY CPCICLO.
       WORKING-STORAGE SECTION.
       77  WRK-FS-CTAR               PIC X(02) VALUE '00'.
       77  WRK-FS-COBRA              PIC X(02) VALUE '00'.
       77  WRK-FS-CHECK              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-FS-CICLO              PIC X(02) VALUE '00'.
       77  WRK-HORA-INICIO-CICLO     PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-CONTROLE        PIC 9(13)V99 VALUE ZERO.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-EOF-COBRA-SW          PIC X(01) VALUE 'N'.
           88  WRK-FIM-COBRANCA          VALUE 'S'.
       77  WRK-ULTIMO-NOSSO-NUMERO   PIC 9(10) VALUE ZERO.
       77  WRK-QTDE-REGISTROS        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-BAIXAS           PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-ALTERACOES       PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-INSTRUCOES       PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-PR               PIC 9(04) VALUE ZERO.
       77  WRK-PR-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-PR-SW                 PIC X(01) VALUE 'N'.
           88  WRK-PR-ACHOU              VALUE 'S'.
       77  WRK-DATA-PROMESSA         PIC 9(08) VALUE ZERO.
       77  WRK-CTAR-BUSCA            PIC 9(06) VALUE ZERO.
      * PROMESSAS DE PAGAMENTO EM VIGOR NOS CASOS DE COBRANCA ABERTOS
       01  WRK-TABELA-PROMESSAS.
           05  WRK-PR-LINHA OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WRK-QTDE-PR.
               10  WRK-PR-CTAR-NUMERO    PIC 9(06).
               10  WRK-PR-DATA           PIC 9(08).
           COPY CPCTLREM.
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
           PERFORM 0130-LER-CHECKPOINT.
           PERFORM 0120-CARREGAR-PROMESSAS.
           OPEN OUTPUT REMESSA-COBRANCA.
           PERFORM 0260-GRAVAR-HEADER.
           OPEN I-O CONTAS-RECEBER.
           IF WRK-FS-CTAR NOT = '00'
               DISPLAY 'CONTAS A RECEBER INDISPONIVEL - REMESSA VAZIA'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0110-LER-PARCELA
           END-IF.

       0110-LER-PARCELA.
           READ CONTAS-RECEBER
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* GUARDA EM MEMORIA A DATA
      ******************************* PROMETIDA DE CADA CASO ABERTO COM
      ******************************* PROMESSA AINDA NAO VENCIDA
       0120-CARREGAR-PROMESSAS.
           OPEN INPUT COBRANCA-MASTER.
           IF WRK-FS-COBRA NOT = '00'
               SET WRK-FIM-COBRANCA TO TRUE
           ELSE
               PERFORM 0121-LER-CASO
               PERFORM 0122-GUARDAR-PROMESSA
                   UNTIL WRK-FIM-COBRANCA
               CLOSE COBRANCA-MASTER
           END-IF.

       0121-LER-CASO.
           READ COBRANCA-MASTER
               AT END SET WRK-FIM-COBRANCA TO TRUE
           END-READ.

       0122-GUARDAR-PROMESSA.
           IF COBRA-STATUS-ABERTO
              AND COBRA-DATA-PROMESSA NOT < WRK-DATAHOJE
               MOVE COBRA-CTAR-NUMERO TO WRK-CTAR-BUSCA
               PERFORM 0225-BUSCAR-PROMESSA
               IF WRK-PR-ACHOU
                   MOVE COBRA-DATA-PROMESSA TO WRK-PR-DATA (WRK-PR-IDX)
               ELSE
                   IF WRK-QTDE-PR < 2000
                       ADD 1 TO WRK-QTDE-PR
                       MOVE COBRA-CTAR-NUMERO TO
                           WRK-PR-CTAR-NUMERO (WRK-QTDE-PR)
                       MOVE COBRA-DATA-PROMESSA TO
                           WRK-PR-DATA (WRK-QTDE-PR)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0121-LER-CASO.

      ******************************* LE O ULTIMO NOSSO NUMERO JA
      ******************************* ATRIBUIDO
       0130-LER-CHECKPOINT.
           OPEN INPUT CHECKPOINT-NOSSONUM.
           IF WRK-FS-CHECK = '00'
               READ CHECKPOINT-NOSSONUM
                   AT END MOVE ZERO TO WRK-ULTIMO-NOSSO-NUMERO
               END-READ
               IF WRK-FS-CHECK = '00'
                   MOVE CHECKNN-REGISTRO TO WRK-ULTIMO-NOSSO-NUMERO
               END-IF
               CLOSE CHECKPOINT-NOSSONUM
           ELSE
               MOVE ZERO TO WRK-ULTIMO-NOSSO-NUMERO
           END-IF.

       0200-PROCESSAR.
           EVALUATE TRUE
               WHEN CTAR-STATUS-ABERTO
                AND CTAR-BANCO-NAO-REGISTRADO
                   PERFORM 0210-REGISTRAR-BOLETO
               WHEN CTAR-STATUS-CANCELADO
                AND CTAR-BANCO-REGISTRADO
                   PERFORM 0230-BAIXAR-BOLETO
               WHEN CTAR-STATUS-ABERTO
                AND CTAR-BANCO-REGISTRADO
                   PERFORM 0220-CONFERIR-PROMESSA
           END-EVALUATE.
           PERFORM 0110-LER-PARCELA.

       0210-REGISTRAR-BOLETO.
           ADD 1 TO WRK-ULTIMO-NOSSO-NUMERO.
           MOVE WRK-ULTIMO-NOSSO-NUMERO TO CTAR-NOSSO-NUMERO.
           SET CTAR-BANCO-REGISTRADO TO TRUE.
           MOVE CTAR-DATA-VENCIMENTO TO CTAR-VENC-REGISTRADO.
           REWRITE CTAR-REGISTRO.
           MOVE 01 TO REMC-INSTRUCAO.
           PERFORM 0250-GRAVAR-INSTRUCAO.
           ADD 1 TO WRK-QTDE-REGISTROS.

      ******************************* PROMESSA COM DATA DIFERENTE DO
      ******************************* VENCIMENTO JA REGISTRADO VIRA
      ******************************* ALTERACAO DE VENCIMENTO NO BANCO
       0220-CONFERIR-PROMESSA.
           MOVE CTAR-NUMERO TO WRK-CTAR-BUSCA.
           PERFORM 0225-BUSCAR-PROMESSA.
           IF WRK-PR-ACHOU
               MOVE WRK-PR-DATA (WRK-PR-IDX) TO WRK-DATA-PROMESSA
               IF WRK-DATA-PROMESSA NOT = CTAR-VENC-REGISTRADO
                   MOVE WRK-DATA-PROMESSA TO CTAR-VENC-REGISTRADO
                   REWRITE CTAR-REGISTRO
                   MOVE 06 TO REMC-INSTRUCAO
                   PERFORM 0250-GRAVAR-INSTRUCAO
                   ADD 1 TO WRK-QTDE-ALTERACOES
               END-IF
           END-IF.

       0225-BUSCAR-PROMESSA.
           MOVE 'N' TO WRK-PR-SW.
           PERFORM 0226-COMPARAR-PROMESSA
               VARYING WRK-PR-IDX FROM 1 BY 1
               UNTIL WRK-PR-IDX > WRK-QTDE-PR OR WRK-PR-ACHOU.
           IF WRK-PR-ACHOU
               SUBTRACT 1 FROM WRK-PR-IDX
           END-IF.

       0226-COMPARAR-PROMESSA.
           IF WRK-PR-CTAR-NUMERO (WRK-PR-IDX) = WRK-CTAR-BUSCA
               SET WRK-PR-ACHOU TO TRUE
           END-IF.

       0230-BAIXAR-BOLETO.
           SET CTAR-BANCO-BAIXADO TO TRUE.
           REWRITE CTAR-REGISTRO.
           MOVE 02 TO REMC-INSTRUCAO.
           PERFORM 0250-GRAVAR-INSTRUCAO.
           ADD 1 TO WRK-QTDE-BAIXAS.

       0250-GRAVAR-INSTRUCAO.
           MOVE CTAR-NOSSO-NUMERO    TO REMC-NOSSO-NUMERO.
           MOVE CTAR-NUMERO          TO REMC-DOCUMENTO.
           MOVE CTAR-CPF             TO REMC-CPF.
           MOVE CTAR-VALOR           TO REMC-VALOR.
           MOVE CTAR-DATA-EMISSAO    TO REMC-DATA-EMISSAO.
           MOVE CTAR-VENC-REGISTRADO TO REMC-DATA-VENCIMENTO.
           MOVE WRK-DATAHOJE         TO REMC-DATA.
           WRITE REMC-REGISTRO.
           ADD 1 TO WRK-QTDE-INSTRUCOES.
           ADD REMC-VALOR TO WRK-TOTAL-CONTROLE.

      ******************************* HEADER COM A SEQUENCIA DA
      ******************************* REMESSA (ROTINA PROGCOBB)
       0260-GRAVAR-HEADER.
           INITIALIZE CTLREM-REGISTRO.
           MOVE 'REMCOBR'    TO CTLREM-ARQUIVO.
           MOVE 'PROGCOB49B' TO CTLREM-PROGRAMA.
           CALL 'PROGCOBB' USING CTLREM-REGISTRO.
           WRITE REMC-REGISTRO FROM CTLREM-REGISTRO.

      ******************************* TRAILER COM A QUANTIDADE DE
      ******************************* INSTRUCOES E A SOMA DOS VALORES
       0270-GRAVAR-TRAILER.
           INITIALIZE CTLREM-REGISTRO.
           SET CTLREM-TRAILER TO TRUE.
           MOVE 'REMCOBR'           TO CTLREM-ARQUIVO.
           MOVE WRK-QTDE-INSTRUCOES TO CTLREM-QTDE-REGISTROS.
           MOVE WRK-TOTAL-CONTROLE  TO CTLREM-TOTAL-CONTROLE.
           WRITE REMC-REGISTRO FROM CTLREM-REGISTRO.

       0300-FINALIZAR.
           IF WRK-FS-CTAR = '00' OR WRK-FS-CTAR = '10'
               CLOSE CONTAS-RECEBER
           END-IF.
           PERFORM 0270-GRAVAR-TRAILER.
           CLOSE REMESSA-COBRANCA.
           PERFORM 0320-GRAVAR-CHECKPOINT.
           PERFORM 0310-GRAVAR-AUDITORIA.
           PERFORM 0340-GRAVAR-STATUS-CICLO.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - BOLETOS REGISTRADOS: '
                   WRK-QTDE-REGISTROS ' BAIXAS: ' WRK-QTDE-BAIXAS
                   ' ALTERACOES DE VENCIMENTO: ' WRK-QTDE-ALTERACOES.

      ******************************* ATUALIZA O PONTO DE CONTROLE COM
      ******************************* O ULTIMO NOSSO NUMERO
       0320-GRAVAR-CHECKPOINT.
           MOVE WRK-ULTIMO-NOSSO-NUMERO TO CHECKNN-REGISTRO.
           OPEN OUTPUT CHECKPOINT-NOSSONUM.
           WRITE CHECKNN-REGISTRO.
           CLOSE CHECKPOINT-NOSSONUM.

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
           MOVE 'PROGCOB49B' TO AUDIT-PROGRAMA.
           MOVE 'LOTE REMCOBR' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'REMESSA DE COBRANCA GERADA' TO AUDIT-RESULTADO.
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
           MOVE 'STEP017'    TO CICLO-STEP.
           MOVE 'PROGCOB49B' TO CICLO-PROGRAMA.
           ACCEPT CICLO-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO-CICLO TO CICLO-HORA-INICIO.
           ACCEPT CICLO-HORA-FIM FROM TIME.
           MOVE RETURN-CODE TO CICLO-RETURN-CODE.
           MOVE WRK-QTDE-INSTRUCOES TO CICLO-QTDE-REGISTROS.
           MOVE 'REMESSA DE COBRANCA' TO CICLO-RESULTADO.
           MOVE 'REMCOBR' TO CICLO-ARQUIVO.
           MOVE WRK-TOTAL-CONTROLE TO CICLO-TOTAL-CONTROLE.
           WRITE CICLO-REGISTRO.
           CLOSE STATUS-CICLO.
