       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB50P.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) E BAIXA DE
      *           CREDITO INCOBRAVEL - NO MODO P (PROVISIONAR), PARA O
      *           MES INFORMADO, CLASSIFICA AS PARCELAS EM ABERTO DO
      *           CONTAS A RECEBER (CONTAREC) NAS FAIXAS DE ATRASO DA
      *           TABELA PDDPAR, APLICA O PERCENTUAL DE CADA FAIXA E
      *           LANCA NO EXTRATO CONTABIL (RAZAOEXT) SO A VARIACAO
      *           CONTRA O SALDO DA PROVISAO JA CONSTITUIDO (PDDSALDO);
      *           NO MODO B (BAIXA), PARA UM CASO DE COBRANCA NO
      *           ESTAGIO DE PROPOSTA DE BAIXA (PROGCOB29B) APROVADO
      *           PELO OPERADOR, MARCA A PARCELA COMO BAIXADA, ENCERRA
      *           O CASO, LANCA A PERDA CONTRA A PROVISAO E MANTEM O
      *           CPF NA LISTA DE BLOQUEIO (BLOQCPF), NA MESMA
      *           CONVENCAO DE MODOS DO PROGCOB31V
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
           SELECT CONTAS-RECEBER ASSIGN TO 'CONTAREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTAR-NUMERO
               FILE STATUS IS WRK-FS-CTAR.
           SELECT COBRANCA-MASTER ASSIGN TO 'COBRANCA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COBRA-NUMERO
               FILE STATUS IS WRK-FS-COBRA.
           SELECT BLOQUEIO-MASTER ASSIGN TO 'BLOQCPF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BLOQ-CPF
               FILE STATUS IS WRK-FS-BLOQ.
           SELECT PARAM-PDD ASSIGN TO 'PDDPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAR.
           SELECT SALDO-PDD ASSIGN TO 'PDDSALDO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALDO.
           SELECT RAZAO-EXTRATO ASSIGN TO 'RAZAOEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RAZAO.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-RECEBER.
           COPY CPCTAREC.
       FD  COBRANCA-MASTER.
           COPY CPCOBRA.
       FD  BLOQUEIO-MASTER.
           COPY CPBLOQ.
       FD  PARAM-PDD.
       01  PDDPAR-REGISTRO.
           05  PDDPAR-DIAS-DE            PIC 9(05).
           05  PDDPAR-DIAS-ATE           PIC 9(05).
           05  PDDPAR-PERCENTUAL         PIC 9V9(04).
       FD  SALDO-PDD.
       01  PDDS-REGISTRO.
           05  PDDS-ANOMES               PIC 9(06).
           05  PDDS-SALDO                PIC 9(09)V99.
       FD  RAZAO-EXTRATO.
           COPY CPRAZAO.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-CTAR               PIC X(02) VALUE '00'.
       77  WRK-FS-COBRA              PIC X(02) VALUE '00'.
       77  WRK-FS-BLOQ               PIC X(02) VALUE '00'.
       77  WRK-FS-PAR                PIC X(02) VALUE '00'.
       77  WRK-FS-SALDO              PIC X(02) VALUE '00'.
       77  WRK-FS-RAZAO              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-MODO-SW               PIC X(01) VALUE 'P'.
           88  WRK-MODO-PROVISIONAR      VALUE 'P'.
           88  WRK-MODO-BAIXA            VALUE 'B'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-HOJE             PIC 9(08) VALUE ZERO.
       77  WRK-DIAS-DOC              PIC 9(08) VALUE ZERO.
       77  WRK-DIAS-ATRASO           PIC S9(05) VALUE ZERO.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-EOF-PAR-SW            PIC X(01) VALUE 'N'.
           88  WRK-FIM-PARAMETROS        VALUE 'S'.
       77  WRK-QTDE-FAIXAS           PIC 9(02) VALUE ZERO.
       77  WRK-FX-IDX                PIC 9(02) VALUE ZERO.
       77  WRK-FX-SW                 PIC X(01) VALUE 'N'.
           88  WRK-FX-ACHOU              VALUE 'S'.
       01  WRK-TABELA-FAIXAS.
           05  WRK-FAIXA OCCURS 1 TO 10 TIMES
                         DEPENDING ON WRK-QTDE-FAIXAS.
               10  WRK-FAIXA-DIAS-DE     PIC 9(05).
               10  WRK-FAIXA-DIAS-ATE    PIC 9(05).
               10  WRK-FAIXA-PERCENTUAL  PIC 9V9(04).
               10  WRK-FAIXA-BASE        PIC 9(11)V99.
               10  WRK-FAIXA-PROVISAO    PIC 9(11)V99.
       77  WRK-QTDE-PARCELAS         PIC 9(05) VALUE ZERO.
       77  WRK-PROVISAO-EXIGIDA      PIC 9(09)V99 VALUE ZERO.
       77  WRK-SALDO-ANTERIOR        PIC 9(09)V99 VALUE ZERO.
       77  WRK-ANOMES-ANTERIOR       PIC 9(06) VALUE ZEROS.
       77  WRK-VARIACAO              PIC 9(09)V99 VALUE ZERO.
       77  WRK-CASO                  PIC 9(06) VALUE ZERO.
       77  WRK-CONFIRMA              PIC X(01) VALUE 'N'.
           88  WRK-CONFIRMADO            VALUE 'S'.
       77  WRK-VALOR-BAIXA           PIC 9(09)V99 VALUE ZERO.
       77  WRK-VALOR-CONTRA-PDD      PIC 9(09)V99 VALUE ZERO.
       77  WRK-VALOR-EXCEDENTE       PIC 9(09)V99 VALUE ZERO.
       77  WRK-VALOR-ED              PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PERCENTUAL-ED         PIC ZZ9,99 VALUE ZEROS.
       77  WRK-PERCENTUAL-100        PIC 9(03)V99 VALUE ZERO.
       77  WRK-QTDE-LANCAMENTOS      PIC 9(05) VALUE ZERO.
       77  WRK-RECUSA-SW             PIC X(01) VALUE 'N'.
           88  WRK-HOUVE-RECUSA          VALUE 'S'.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
      *********************************
      * PLANO DE CONTAS - CONSTANTES FIXAS, NA MESMA CONVENCAO DO
      * PROGCOB19G
      *********************************
       77  WRK-CONTA-DESPESA-PDD     PIC 9(06) VALUE 550100.
       77  WRK-CONTA-PROVISAO-PDD    PIC 9(06) VALUE 120900.
       77  WRK-CONTA-CLIENTES        PIC 9(06) VALUE 120200.
       77  WRK-LANC-OK               PIC X(01) VALUE 'S'.
           88  WRK-LANC-VALIDO           VALUE 'S'.
       77  WRK-LANC-MOTIVO           PIC X(30) VALUE SPACES.
           COPY CPJORNAL.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           EVALUATE TRUE
               WHEN WRK-MODO-PROVISIONAR
                   PERFORM 0200-CLASSIFICAR-PARCELA
                       UNTIL WRK-FIM-ARQUIVO
                   PERFORM 0230-APURAR-PROVISAO
                   PERFORM 0260-LANCAR-VARIACAO
               WHEN WRK-MODO-BAIXA
                   PERFORM 0270-BAIXAR-CASO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WRK-DATAHOJE).
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'MODO (P=PROVISIONAR MES / B=BAIXA DE CREDITO)..'.
           ACCEPT WRK-MODO-SW FROM CONSOLE.
           PERFORM 0130-LER-SALDO-PDD.
           OPEN I-O CONTAS-RECEBER.
           IF NOT WRK-MODO-PROVISIONAR AND NOT WRK-MODO-BAIXA
               DISPLAY 'MODO INVALIDO - NADA FOI PROCESSADO'
               MOVE 'MODO INVALIDO' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WRK-FS-CTAR NOT = '00'
               DISPLAY 'CONTAS A RECEBER INDISPONIVEL - NADA FOI '
                       'PROCESSADO'
               MOVE 8 TO RETURN-CODE
               MOVE 'CONTAS A RECEBER INDISPONIVEL'
                   TO WRK-AUDIT-RESULTADO
               SET WRK-FIM-ARQUIVO TO TRUE
               MOVE 'X' TO WRK-MODO-SW
           ELSE
               IF WRK-MODO-PROVISIONAR
                   DISPLAY 'MES DE COMPETENCIA (AAAAMM)..'
                   ACCEPT WRK-ANOMES FROM CONSOLE
                   PERFORM 0120-CARREGAR-FAIXAS
                   PERFORM 0110-LER-PARCELA
               END-IF
           END-IF
           END-IF.

       0110-LER-PARCELA.
           READ CONTAS-RECEBER NEXT
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* CARGA DA TABELA DE FAIXAS DE
      ******************************* ATRASO E PERCENTUAL DE PROVISAO
       0120-CARREGAR-FAIXAS.
           OPEN INPUT PARAM-PDD.
           IF WRK-FS-PAR NOT = '00'
               DISPLAY 'TABELA DE FAIXAS DA PDD (PDDPAR) INDISPONIVEL'
               MOVE 8 TO RETURN-CODE
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0121-LER-FAIXA
               PERFORM 0122-GUARDAR-FAIXA
                   UNTIL WRK-FIM-PARAMETROS
               CLOSE PARAM-PDD
           END-IF.

       0121-LER-FAIXA.
           READ PARAM-PDD
               AT END SET WRK-FIM-PARAMETROS TO TRUE
           END-READ.

       0122-GUARDAR-FAIXA.
           IF WRK-QTDE-FAIXAS < 10
               ADD 1 TO WRK-QTDE-FAIXAS
               MOVE PDDPAR-DIAS-DE
                   TO WRK-FAIXA-DIAS-DE (WRK-QTDE-FAIXAS)
               MOVE PDDPAR-DIAS-ATE
                   TO WRK-FAIXA-DIAS-ATE (WRK-QTDE-FAIXAS)
               MOVE PDDPAR-PERCENTUAL
                   TO WRK-FAIXA-PERCENTUAL (WRK-QTDE-FAIXAS)
               MOVE ZERO TO WRK-FAIXA-BASE (WRK-QTDE-FAIXAS)
               MOVE ZERO TO WRK-FAIXA-PROVISAO (WRK-QTDE-FAIXAS)
           END-IF.
           PERFORM 0121-LER-FAIXA.

      ******************************* LE O SALDO DA PROVISAO JA
      ******************************* CONSTITUIDO (ULTIMA APURACAO
      ******************************* MENOS AS BAIXAS DESDE ENTAO)
       0130-LER-SALDO-PDD.
           OPEN INPUT SALDO-PDD.
           IF WRK-FS-SALDO = '00'
               READ SALDO-PDD
                   AT END CONTINUE
               END-READ
               IF WRK-FS-SALDO = '00'
                   MOVE PDDS-ANOMES TO WRK-ANOMES-ANTERIOR
                   MOVE PDDS-SALDO  TO WRK-SALDO-ANTERIOR
               END-IF
               CLOSE SALDO-PDD
           END-IF.

      ******************************* SOMA CADA PARCELA EM ABERTO E
      ******************************* VENCIDA NA FAIXA DO SEU ATRASO
       0200-CLASSIFICAR-PARCELA.
           IF CTAR-STATUS-ABERTO
               COMPUTE WRK-DIAS-DOC = FUNCTION
                   INTEGER-OF-DATE (CTAR-DATA-VENCIMENTO)
               COMPUTE WRK-DIAS-ATRASO =
                   WRK-DIAS-HOJE - WRK-DIAS-DOC
               IF WRK-DIAS-ATRASO > 0
                   PERFORM 0211-BUSCAR-FAIXA
                   IF WRK-FX-ACHOU
                       ADD CTAR-VALOR TO WRK-FAIXA-BASE (WRK-FX-IDX)
                       ADD 1 TO WRK-QTDE-PARCELAS
                   END-IF
               END-IF
           END-IF.
           PERFORM 0110-LER-PARCELA.

       0211-BUSCAR-FAIXA.
           MOVE 'N' TO WRK-FX-SW.
           PERFORM 0212-TESTAR-FAIXA
               VARYING WRK-FX-IDX FROM 1 BY 1
               UNTIL WRK-FX-IDX > WRK-QTDE-FAIXAS
                  OR WRK-FX-ACHOU.
           IF WRK-FX-ACHOU
               SUBTRACT 1 FROM WRK-FX-IDX
           END-IF.

       0212-TESTAR-FAIXA.
           IF WRK-DIAS-ATRASO >= WRK-FAIXA-DIAS-DE (WRK-FX-IDX)
              AND WRK-DIAS-ATRASO <= WRK-FAIXA-DIAS-ATE (WRK-FX-IDX)
               SET WRK-FX-ACHOU TO TRUE
           END-IF.

      ******************************* APLICA O PERCENTUAL DE CADA FAIXA
      ******************************* E EXIBE O QUADRO DA PROVISAO
       0230-APURAR-PROVISAO.
           MOVE ZERO TO WRK-PROVISAO-EXIGIDA.
           DISPLAY 'PDD DO MES ' WRK-ANOMES ' - PARCELAS VENCIDAS: '
                   WRK-QTDE-PARCELAS.
           PERFORM 0231-APURAR-FAIXA
               VARYING WRK-FX-IDX FROM 1 BY 1
               UNTIL WRK-FX-IDX > WRK-QTDE-FAIXAS.
           MOVE WRK-PROVISAO-EXIGIDA TO WRK-VALOR-ED.
           DISPLAY 'PROVISAO EXIGIDA..........: ' WRK-VALOR-ED.
           MOVE WRK-SALDO-ANTERIOR TO WRK-VALOR-ED.
           DISPLAY 'SALDO JA CONSTITUIDO......: ' WRK-VALOR-ED
                   ' (APURACAO ' WRK-ANOMES-ANTERIOR ')'.

       0231-APURAR-FAIXA.
           COMPUTE WRK-FAIXA-PROVISAO (WRK-FX-IDX) ROUNDED =
               WRK-FAIXA-BASE (WRK-FX-IDX)
               * WRK-FAIXA-PERCENTUAL (WRK-FX-IDX).
           ADD WRK-FAIXA-PROVISAO (WRK-FX-IDX)
               TO WRK-PROVISAO-EXIGIDA.
           COMPUTE WRK-PERCENTUAL-100 =
               WRK-FAIXA-PERCENTUAL (WRK-FX-IDX) * 100.
           MOVE WRK-PERCENTUAL-100 TO WRK-PERCENTUAL-ED.
           MOVE WRK-FAIXA-BASE (WRK-FX-IDX) TO WRK-VALOR-ED.
           DISPLAY '  ATRASO ' WRK-FAIXA-DIAS-DE (WRK-FX-IDX)
                   ' A ' WRK-FAIXA-DIAS-ATE (WRK-FX-IDX)
                   ' DIAS  BASE=' WRK-VALOR-ED
                   '  PERC=' WRK-PERCENTUAL-ED '%'.

      ******************************* LANCA SO A VARIACAO CONTRA O
      ******************************* SALDO JA CONSTITUIDO: AUMENTO
      ******************************* VAI PARA DESPESA, REDUCAO E
      ******************************* REVERTIDA
       0260-LANCAR-VARIACAO.
           IF WRK-QTDE-FAIXAS = ZERO
               MOVE 'SEM TABELA DE FAIXAS DA PDD'
                   TO WRK-AUDIT-RESULTADO
           ELSE
           IF WRK-PROVISAO-EXIGIDA = WRK-SALDO-ANTERIOR
               DISPLAY 'PROVISAO SEM VARIACAO NO MES'
               MOVE 'PDD SEM VARIACAO NO MES' TO WRK-AUDIT-RESULTADO
               PERFORM 0320-GRAVAR-SALDO-PDD
           ELSE
               PERFORM 0265-ABRIR-RAZAO
               IF WRK-PROVISAO-EXIGIDA > WRK-SALDO-ANTERIOR
                   COMPUTE WRK-VARIACAO =
                       WRK-PROVISAO-EXIGIDA - WRK-SALDO-ANTERIOR
                   MOVE WRK-CONTA-DESPESA-PDD TO RAZAO-CONTA
                   MOVE 'CONSTITUICAO DE PDD DO MES'
                       TO RAZAO-DESCRICAO
                   SET RAZAO-TIPO-DEBITO TO TRUE
                   MOVE WRK-VARIACAO TO RAZAO-VALOR
                   PERFORM 0275-GRAVAR-LANCAMENTO
                   MOVE WRK-CONTA-PROVISAO-PDD TO RAZAO-CONTA
                   MOVE 'PROVISAO DEVEDORES DUVIDOSOS'
                       TO RAZAO-DESCRICAO
                   SET RAZAO-TIPO-CREDITO TO TRUE
                   MOVE WRK-VARIACAO TO RAZAO-VALOR
                   PERFORM 0275-GRAVAR-LANCAMENTO
                   MOVE 'PDD COMPLEMENTADA NO MES'
                       TO WRK-AUDIT-RESULTADO
               ELSE
                   COMPUTE WRK-VARIACAO =
                       WRK-SALDO-ANTERIOR - WRK-PROVISAO-EXIGIDA
                   MOVE WRK-CONTA-PROVISAO-PDD TO RAZAO-CONTA
                   MOVE 'PROVISAO DEVEDORES DUVIDOSOS'
                       TO RAZAO-DESCRICAO
                   SET RAZAO-TIPO-DEBITO TO TRUE
                   MOVE WRK-VARIACAO TO RAZAO-VALOR
                   PERFORM 0275-GRAVAR-LANCAMENTO
                   MOVE WRK-CONTA-DESPESA-PDD TO RAZAO-CONTA
                   MOVE 'REVERSAO DE PDD DO MES'
                       TO RAZAO-DESCRICAO
                   SET RAZAO-TIPO-CREDITO TO TRUE
                   MOVE WRK-VARIACAO TO RAZAO-VALOR
                   PERFORM 0275-GRAVAR-LANCAMENTO
                   MOVE 'PDD REVERTIDA NO MES'
                       TO WRK-AUDIT-RESULTADO
               END-IF
               CLOSE RAZAO-EXTRATO
               MOVE WRK-VARIACAO TO WRK-VALOR-ED
               DISPLAY 'VARIACAO LANCADA..........: ' WRK-VALOR-ED
               IF WRK-HOUVE-RECUSA
                   DISPLAY 'SALDO DA PDD NAO ATUALIZADO - LANCAMENTO '
                           'RECUSADO'
                   MOVE 'LANCAMENTO DA PDD RECUSADO'
                       TO WRK-AUDIT-RESULTADO
               ELSE
                   PERFORM 0320-GRAVAR-SALDO-PDD
               END-IF
           END-IF
           END-IF.

       0265-ABRIR-RAZAO.
           OPEN EXTEND RAZAO-EXTRATO.
           IF WRK-FS-RAZAO = '35'
               OPEN OUTPUT RAZAO-EXTRATO
               CLOSE RAZAO-EXTRATO
               OPEN EXTEND RAZAO-EXTRATO
           END-IF.

      ******************************* BAIXA O CASO APROVADO: A PARCELA
      ******************************* SAI DO AGING COMO PERDA E O CPF
      ******************************* FICA BLOQUEADO
       0270-BAIXAR-CASO.
           DISPLAY 'NUMERO DO CASO DE COBRANCA..'.
           ACCEPT WRK-CASO FROM CONSOLE.
           OPEN I-O COBRANCA-MASTER.
           IF WRK-FS-COBRA NOT = '00'
               DISPLAY 'MASTER DE COBRANCA INDISPONIVEL'
               MOVE 'COBRANCA INDISPONIVEL'
                   TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-CASO TO COBRA-NUMERO
               READ COBRANCA-MASTER
                   INVALID KEY
                       DISPLAY 'CASO NAO ENCONTRADO: ' WRK-CASO
                       MOVE 'CASO NAO ENCONTRADO'
                           TO WRK-AUDIT-RESULTADO
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM 0271-CONFERIR-CASO
               END-READ
               CLOSE COBRANCA-MASTER
           END-IF.

       0271-CONFERIR-CASO.
           IF NOT COBRA-STATUS-ABERTO OR NOT COBRA-ESTAGIO-BAIXA
               DISPLAY 'CASO NAO ESTA ABERTO NO ESTAGIO DE PROPOSTA '
                       'DE BAIXA: ' WRK-CASO
               MOVE 'CASO FORA DA PROPOSTA DE BAIXA'
                   TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE COBRA-CTAR-NUMERO TO CTAR-NUMERO
               READ CONTAS-RECEBER
                   INVALID KEY
                       DISPLAY 'PARCELA DO CASO NAO ENCONTRADA: '
                               COBRA-CTAR-NUMERO
                       MOVE 'PARCELA NAO ENCONTRADA'
                           TO WRK-AUDIT-RESULTADO
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM 0272-CONFIRMAR-BAIXA
               END-READ
           END-IF.

       0272-CONFIRMAR-BAIXA.
           IF NOT CTAR-STATUS-ABERTO
               DISPLAY 'PARCELA NAO ESTA EM ABERTO: ' CTAR-NUMERO
                       ' STATUS=' CTAR-STATUS
               MOVE 'PARCELA NAO ESTA EM ABERTO'
                   TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE CTAR-VALOR TO WRK-VALOR-ED
               DISPLAY 'CASO ' COBRA-NUMERO ' CPF ' COBRA-CPF
                       ' PARCELA ' CTAR-NUMERO ' NOTA '
                       CTAR-NOTAFISCAL
               DISPLAY '  VENCIMENTO ' CTAR-DATA-VENCIMENTO
                       ' VALOR ' WRK-VALOR-ED
               DISPLAY 'CONFIRMA A BAIXA COMO PERDA (S/N)..'
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF WRK-CONFIRMADO
                   PERFORM 0273-EFETIVAR-BAIXA
               ELSE
                   DISPLAY 'BAIXA NAO CONFIRMADA - NADA FOI ALTERADO'
                   MOVE 'BAIXA NAO CONFIRMADA'
                       TO WRK-AUDIT-RESULTADO
               END-IF
           END-IF.

       0273-EFETIVAR-BAIXA.
           INITIALIZE JORN-REGISTRO.
           MOVE 'CONTAREC' TO JORN-ARQUIVO.
           MOVE CTAR-NUMERO TO JORN-CHAVE (01:06).
           MOVE 'CTAR-STATUS' TO JORN-CAMPO.
           MOVE CTAR-STATUS TO JORN-VALOR-ANTES.
           SET CTAR-STATUS-BAIXADO TO TRUE.
           MOVE CTAR-STATUS TO JORN-VALOR-DEPOIS.
           MOVE 'PROGCOB50P' TO JORN-PROGRAMA.
           MOVE WRK-OPERADOR TO JORN-OPERADOR.
           CALL 'PROGCOBG' USING JORN-REGISTRO.
           REWRITE CTAR-REGISTRO.
           SET COBRA-STATUS-ENCERRADO TO TRUE.
           REWRITE COBRA-REGISTRO.
           PERFORM 0274-MANTER-BLOQUEIO.
           MOVE CTAR-VALOR TO WRK-VALOR-BAIXA.
           PERFORM 0276-LANCAR-BAIXA.
           DISPLAY 'PARCELA BAIXADA COMO PERDA: ' CTAR-NUMERO.
           MOVE 'PARCELA BAIXADA COMO PERDA' TO WRK-AUDIT-RESULTADO.

      ******************************* O CPF FICA NA LISTA DE BLOQUEIO
      ******************************* COM O MOTIVO DE PERDA, QUE O
      ******************************* PROGCOB06X NAO RETIRA
       0274-MANTER-BLOQUEIO.
           OPEN I-O BLOQUEIO-MASTER.
           IF WRK-FS-BLOQ = '35'
               OPEN OUTPUT BLOQUEIO-MASTER
               CLOSE BLOQUEIO-MASTER
               OPEN I-O BLOQUEIO-MASTER
           END-IF.
           INITIALIZE BLOQ-REGISTRO.
           MOVE CTAR-CPF TO BLOQ-CPF.
           MOVE 407 TO BLOQ-CODMOTIVO.
           MOVE 'CREDITO BAIXADO COMO PERDA' TO BLOQ-DESCMOTIVO.
           MOVE WRK-DATAHOJE TO BLOQ-DATA.
           MOVE WRK-OPERADOR TO BLOQ-OPERADOR.
           WRITE BLOQ-REGISTRO
               INVALID KEY
                   REWRITE BLOQ-REGISTRO
           END-WRITE.
           CLOSE BLOQUEIO-MASTER.

      ******************************* A PERDA CONSOME A PROVISAO JA
      ******************************* CONSTITUIDA; O QUE PASSAR DO
      ******************************* SALDO VAI DIRETO PARA DESPESA
       0276-LANCAR-BAIXA.
           IF WRK-VALOR-BAIXA > WRK-SALDO-ANTERIOR
               MOVE WRK-SALDO-ANTERIOR TO WRK-VALOR-CONTRA-PDD
               COMPUTE WRK-VALOR-EXCEDENTE =
                   WRK-VALOR-BAIXA - WRK-SALDO-ANTERIOR
           ELSE
               MOVE WRK-VALOR-BAIXA TO WRK-VALOR-CONTRA-PDD
               MOVE ZERO TO WRK-VALOR-EXCEDENTE
           END-IF.
           PERFORM 0265-ABRIR-RAZAO.
           IF WRK-VALOR-CONTRA-PDD > 0
               MOVE WRK-CONTA-PROVISAO-PDD TO RAZAO-CONTA
               MOVE 'BAIXA DE CREDITO CONTRA PDD' TO RAZAO-DESCRICAO
               SET RAZAO-TIPO-DEBITO TO TRUE
               MOVE WRK-VALOR-CONTRA-PDD TO RAZAO-VALOR
               PERFORM 0275-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-VALOR-EXCEDENTE > 0
               MOVE WRK-CONTA-DESPESA-PDD TO RAZAO-CONTA
               MOVE 'PERDA DE CREDITO SEM PROVISAO' TO RAZAO-DESCRICAO
               SET RAZAO-TIPO-DEBITO TO TRUE
               MOVE WRK-VALOR-EXCEDENTE TO RAZAO-VALOR
               PERFORM 0275-GRAVAR-LANCAMENTO
           END-IF.
           MOVE WRK-CONTA-CLIENTES TO RAZAO-CONTA.
           MOVE 'BAIXA DE CREDITO INCOBRAVEL' TO RAZAO-DESCRICAO.
           SET RAZAO-TIPO-CREDITO TO TRUE.
           MOVE WRK-VALOR-BAIXA TO RAZAO-VALOR.
           PERFORM 0275-GRAVAR-LANCAMENTO.
           CLOSE RAZAO-EXTRATO.
           IF NOT WRK-HOUVE-RECUSA
               SUBTRACT WRK-VALOR-CONTRA-PDD FROM WRK-SALDO-ANTERIOR
                   GIVING WRK-PROVISAO-EXIGIDA
               MOVE WRK-ANOMES-ANTERIOR TO WRK-ANOMES
               PERFORM 0320-GRAVAR-SALDO-PDD
           END-IF.

       0275-GRAVAR-LANCAMENTO.
           MOVE WRK-DATAHOJE TO RAZAO-DATA.
           CALL 'PROGCOB19R' USING RAZAO-REGISTRO WRK-LANC-OK
               WRK-LANC-MOTIVO.
           IF NOT WRK-LANC-VALIDO
               DISPLAY 'LANCAMENTO RECUSADO NA VALIDACAO CONTABIL ('
                       WRK-LANC-MOTIVO ') CONTA ' RAZAO-CONTA
               SET WRK-HOUVE-RECUSA TO TRUE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'PROGCOB50P' TO RAZAO-ORIGEM
               WRITE RAZAO-REGISTRO
               ADD 1 TO WRK-QTDE-LANCAMENTOS
           END-IF.

       0300-FINALIZAR.
           IF WRK-FS-CTAR = '00' OR WRK-FS-CTAR = '10'
               CLOSE CONTAS-RECEBER
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - LANCAMENTOS GRAVADOS: '
                   WRK-QTDE-LANCAMENTOS.

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
           MOVE 'PROGCOB50P' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           IF WRK-MODO-BAIXA
               MOVE WRK-CASO TO AUDIT-ENTRADA-CHAVE (01:06)
           ELSE
               MOVE WRK-ANOMES TO AUDIT-ENTRADA-CHAVE (01:06)
           END-IF.
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

      ******************************* GRAVA O NOVO SALDO DA PROVISAO
       0320-GRAVAR-SALDO-PDD.
           MOVE WRK-ANOMES TO PDDS-ANOMES.
           MOVE WRK-PROVISAO-EXIGIDA TO PDDS-SALDO.
           OPEN OUTPUT SALDO-PDD.
           WRITE PDDS-REGISTRO.
           CLOSE SALDO-PDD.
