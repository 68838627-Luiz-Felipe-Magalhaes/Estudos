       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB48P.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: LOTE DE PAGAMENTO A FORNECEDORES E TRANSPORTADORAS -
      *           SELECIONA OS TITULOS EM ABERTO DO CONTAS A PAGAR
      *           (CONTAS-PAGAR) COM VENCIMENTO ATE A DATA INFORMADA,
      *           IMPRIME A PROPOSTA DE PAGAMENTO (RELPROPG) PARA O
      *           TESOUREIRO EXCLUIR OS TITULOS QUE NAO VAO SER PAGOS
      *           E, NA CONFIRMACAO, GRAVA A REMESSA DE PAGAMENTO AO
      *           BANCO (REMPAGTO, LAYOUT FIXO NA CONVENCAO DO
      *           REMBANCO), MARCA OS TITULOS COMO PAGOS E LANCA NO
      *           EXTRATO CONTABIL (RAZAOEXT) O DEBITO DO PASSIVO
      *           (FORNECEDORES OU TRANSPORTADORAS A PAGAR) CONTRA O
      *           CREDITO DE BANCOS; O RETORNO DO BANCO E LIDO PELO
      *           PROGCOB48R
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - REMPAGTO PASSA A SAIR ENTRE HEADER E TRAILER DE
      *                 CONTROLE (CPCTLREM, SEQUENCIA PELA ROTINA
      *                 PROGCOBB), COM A QUANTIDADE DE TITULOS E A SOMA
      *                 DOS VALORES TAMBEM NO PAINEL CICLOSTA, PARA O
      *                 VALIDADOR PROGCOBZ CONFERIR A REMESSA ANTES DA
      *                 TRANSMISSAO AO BANCO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-PAGAR ASSIGN TO 'CTAPAG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTAP-NUMERO
               FILE STATUS IS WRK-FS-CTAP.
           SELECT RELATORIO-PROPOSTA ASSIGN TO 'RELPROPG'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMESSA-PAGAMENTO ASSIGN TO 'REMPAGTO'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RAZAO-EXTRATO ASSIGN TO 'RAZAOEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RAZAO.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT STATUS-CICLO ASSIGN TO 'CICLOSTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CICLO.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-PAGAR.
           COPY CPCTAPAG.
       FD  RELATORIO-PROPOSTA.
       01  REL-LINHA                 PIC X(100).
       FD  REMESSA-PAGAMENTO.
       01  REMP-REGISTRO.
           05  REMP-TITULO           PIC 9(06).
           05  REMP-CNPJ             PIC X(14).
           05  REMP-FAVORECIDO       PIC X(30).
           05  REMP-DOCUMENTO        PIC X(10).
           05  REMP-VALOR            PIC 9(09)V99.
           05  REMP-DATA             PIC 9(08).
       FD  RAZAO-EXTRATO.
           COPY CPRAZAO.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       FD  STATUS-CICLO.
           COPY CPCICLO.
       WORKING-STORAGE SECTION.
           COPY CPJORNAL.
       77  WRK-FS-CTAP               PIC X(02) VALUE '00'.
       77  WRK-FS-RAZAO              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-FS-CICLO              PIC X(02) VALUE '00'.
       77  WRK-HORA-INICIO-CICLO     PIC 9(08) VALUE ZEROS.
       77  WRK-QTDE-REMESSA          PIC 9(07) VALUE ZERO.
       77  WRK-TOTAL-CONTROLE        PIC 9(13)V99 VALUE ZERO.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-DATA-LIMITE           PIC 9(08) VALUE ZEROS.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-EXCLUSAO-SW           PIC X(01) VALUE 'N'.
           88  WRK-FIM-EXCLUSOES         VALUE 'S'.
       77  WRK-CONFIRMA              PIC X(01) VALUE 'N'.
           88  WRK-CONFIRMADO            VALUE 'S'.
       77  WRK-TITULO-EXCLUIR        PIC 9(06) VALUE ZERO.
       77  WRK-QTDE-PG               PIC 9(04) VALUE ZERO.
       77  WRK-PG-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-PG-SW                 PIC X(01) VALUE 'N'.
           88  WRK-PG-ACHOU              VALUE 'S'.
       77  WRK-QTDE-PAGOS            PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-EXCLUIDOS        PIC 9(05) VALUE ZERO.
       77  WRK-TOTAL-PROPOSTA        PIC 9(11)V99 VALUE ZERO.
       77  WRK-TOTAL-FORNECEDORES    PIC 9(11)V99 VALUE ZERO.
       77  WRK-TOTAL-TRANSPORTE      PIC 9(11)V99 VALUE ZERO.
       77  WRK-TOTAL-PAGO            PIC 9(11)V99 VALUE ZERO.
       77  WRK-VALOR-ED              PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTA-BANCOS          PIC 9(06) VALUE 110100.
       77  WRK-CONTA-TRANSP-PAGAR    PIC 9(06) VALUE 220100.
       77  WRK-CONTA-FORNEC-PAGAR    PIC 9(06) VALUE 220200.
       77  WRK-LANC-OK               PIC X(01) VALUE 'S'.
           88  WRK-LANC-VALIDO           VALUE 'S'.
       77  WRK-LANC-MOTIVO           PIC X(30) VALUE SPACES.
           COPY CPCTLREM.
      * TITULOS PROPOSTOS PARA PAGAMENTO
       01  WRK-TABELA-PROPOSTA.
           05  WRK-PG-LINHA OCCURS 1 TO 500 TIMES
                            DEPENDING ON WRK-QTDE-PG.
               10  WRK-PG-NUMERO         PIC 9(06).
               10  WRK-PG-CREDOR         PIC X(30).
               10  WRK-PG-VENCIMENTO     PIC 9(08).
               10  WRK-PG-VALOR          PIC 9(09)V99.
               10  WRK-PG-INCLUIDO       PIC X(01).
                   88  WRK-PG-SELECIONADO    VALUE 'S'.
       01  REL-CABECALHO.
           05  FILLER                PIC X(36) VALUE
               'PROPOSTA DE PAGAMENTO - VENCIMENTO '.
           05  FILLER                PIC X(05) VALUE 'ATE '.
           05  REL-CAB-LIMITE        PIC 9(08).
       01  REL-DETALHE.
           05  FILLER                PIC X(08) VALUE 'TITULO='.
           05  REL-DET-NUMERO        PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-CREDOR        PIC X(30).
           05  FILLER                PIC X(07) VALUE ' VENC='.
           05  REL-DET-VENCIMENTO    PIC 9(08).
           05  FILLER                PIC X(08) VALUE ' VALOR='.
           05  REL-DET-VALOR         PIC $ZZZ.ZZZ.ZZ9,99.
       01  REL-TOTAL.
           05  FILLER                PIC X(20) VALUE
               'TOTAL DA PROPOSTA..'.
           05  REL-TOT-VALOR         PIC $ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-QTDE-PG > ZERO
               PERFORM 0200-IMPRIMIR-PROPOSTA
               PERFORM 0210-PEDIR-EXCLUSAO
                   UNTIL WRK-FIM-EXCLUSOES
               PERFORM 0230-CONFIRMAR-PAGAMENTO
           ELSE
               DISPLAY 'NENHUM TITULO EM ABERTO ATE A DATA INFORMADA'
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-HORA-INICIO-CICLO FROM TIME.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'PAGAR VENCIDOS ATE (AAAAMMDD, ZERO = HOJE)..'.
           ACCEPT WRK-DATA-LIMITE FROM CONSOLE.
           IF WRK-DATA-LIMITE = ZERO
               MOVE WRK-DATAHOJE TO WRK-DATA-LIMITE
           END-IF.
           OPEN I-O CONTAS-PAGAR.
           IF WRK-FS-CTAP NOT = '00'
               DISPLAY 'CONTAS A PAGAR INDISPONIVEL'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0150-SELECIONAR-TITULOS
           END-IF.

      ******************************* GUARDA EM MEMORIA OS TITULOS EM
      ******************************* ABERTO QUE VENCEM ATE A DATA
      ******************************* LIMITE, TODOS JA SELECIONADOS
       0150-SELECIONAR-TITULOS.
           MOVE ZERO TO CTAP-NUMERO.
           START CONTAS-PAGAR KEY IS NOT LESS THAN CTAP-NUMERO
               INVALID KEY SET WRK-FIM-ARQUIVO TO TRUE
           END-START.
           IF NOT WRK-FIM-ARQUIVO
               PERFORM 0151-LER-TITULO
           END-IF.
           PERFORM 0152-GUARDAR-TITULO
               UNTIL WRK-FIM-ARQUIVO.

       0151-LER-TITULO.
           READ CONTAS-PAGAR NEXT
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0152-GUARDAR-TITULO.
           IF CTAP-STATUS-ABERTO
              AND CTAP-DATA-VENCIMENTO NOT > WRK-DATA-LIMITE
              AND CTAP-VALOR > ZERO
               IF WRK-QTDE-PG < 500
                   ADD 1 TO WRK-QTDE-PG
                   MOVE CTAP-NUMERO TO WRK-PG-NUMERO (WRK-QTDE-PG)
                   MOVE CTAP-CREDOR-NOME TO WRK-PG-CREDOR (WRK-QTDE-PG)
                   MOVE CTAP-DATA-VENCIMENTO TO
                       WRK-PG-VENCIMENTO (WRK-QTDE-PG)
                   MOVE CTAP-VALOR TO WRK-PG-VALOR (WRK-QTDE-PG)
                   MOVE 'S' TO WRK-PG-INCLUIDO (WRK-QTDE-PG)
                   ADD CTAP-VALOR TO WRK-TOTAL-PROPOSTA
               ELSE
                   DISPLAY 'PROPOSTA CHEIA - TITULO FICA PARA O '
                           'PROXIMO LOTE: ' CTAP-NUMERO
               END-IF
           END-IF.
           PERFORM 0151-LER-TITULO.

      ******************************* IMPRIME A PROPOSTA NO RELPROPG E
      ******************************* EXIBE A MESMA LISTA NA TELA
       0200-IMPRIMIR-PROPOSTA.
           OPEN OUTPUT RELATORIO-PROPOSTA.
           MOVE WRK-DATA-LIMITE TO REL-CAB-LIMITE.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           PERFORM 0201-IMPRIMIR-TITULO
               VARYING WRK-PG-IDX FROM 1 BY 1
               UNTIL WRK-PG-IDX > WRK-QTDE-PG.
           MOVE WRK-TOTAL-PROPOSTA TO REL-TOT-VALOR.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.
           CLOSE RELATORIO-PROPOSTA.

       0201-IMPRIMIR-TITULO.
           MOVE WRK-PG-NUMERO (WRK-PG-IDX)     TO REL-DET-NUMERO.
           MOVE WRK-PG-CREDOR (WRK-PG-IDX)     TO REL-DET-CREDOR.
           MOVE WRK-PG-VENCIMENTO (WRK-PG-IDX) TO REL-DET-VENCIMENTO.
           MOVE WRK-PG-VALOR (WRK-PG-IDX)      TO REL-DET-VALOR.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY REL-LINHA.

      ******************************* O TESOUREIRO EXCLUI DA PROPOSTA,
      ******************************* UM A UM, OS TITULOS QUE NAO VAO
      ******************************* SER PAGOS NESTE LOTE
       0210-PEDIR-EXCLUSAO.
           DISPLAY 'TITULO A EXCLUIR DA PROPOSTA (ZERO ENCERRA)..'.
           ACCEPT WRK-TITULO-EXCLUIR FROM CONSOLE.
           IF WRK-TITULO-EXCLUIR = ZERO
               SET WRK-FIM-EXCLUSOES TO TRUE
           ELSE
               MOVE 'N' TO WRK-PG-SW
               PERFORM 0211-COMPARAR-TITULO
                   VARYING WRK-PG-IDX FROM 1 BY 1
                   UNTIL WRK-PG-IDX > WRK-QTDE-PG OR WRK-PG-ACHOU
               IF NOT WRK-PG-ACHOU
                   DISPLAY 'TITULO NAO CONSTA DA PROPOSTA'
               END-IF
           END-IF.

       0211-COMPARAR-TITULO.
           IF WRK-PG-NUMERO (WRK-PG-IDX) = WRK-TITULO-EXCLUIR
               SET WRK-PG-ACHOU TO TRUE
               IF WRK-PG-SELECIONADO (WRK-PG-IDX)
                   MOVE 'N' TO WRK-PG-INCLUIDO (WRK-PG-IDX)
                   SUBTRACT WRK-PG-VALOR (WRK-PG-IDX)
                       FROM WRK-TOTAL-PROPOSTA
                   ADD 1 TO WRK-QTDE-EXCLUIDOS
                   MOVE WRK-TOTAL-PROPOSTA TO WRK-VALOR-ED
                   DISPLAY 'TITULO EXCLUIDO - NOVO TOTAL: '
                           WRK-VALOR-ED
               END-IF
           END-IF.

      ******************************* NA CONFIRMACAO, GRAVA A REMESSA,
      ******************************* BAIXA OS TITULOS E LANCA O
      ******************************* PAGAMENTO NO RAZAOEXT
       0230-CONFIRMAR-PAGAMENTO.
           MOVE WRK-TOTAL-PROPOSTA TO WRK-VALOR-ED.
           DISPLAY 'TOTAL A PAGAR: ' WRK-VALOR-ED.
           DISPLAY 'CONFIRMA O PAGAMENTO E A REMESSA AO BANCO (S/N)..'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMADO
               OPEN OUTPUT REMESSA-PAGAMENTO
               PERFORM 0260-GRAVAR-HEADER
               PERFORM 0240-PAGAR-TITULO
                   VARYING WRK-PG-IDX FROM 1 BY 1
                   UNTIL WRK-PG-IDX > WRK-QTDE-PG
               PERFORM 0265-GRAVAR-TRAILER
               CLOSE REMESSA-PAGAMENTO
               PERFORM 0340-GRAVAR-STATUS-CICLO
               IF WRK-TOTAL-PAGO > ZERO
                   PERFORM 0270-LANCAR-RAZAO
               END-IF
           ELSE
               DISPLAY 'PAGAMENTO NAO CONFIRMADO - NENHUM TITULO '
                       'BAIXADO'
           END-IF.

      ******************************* RELE O TITULO PARA NAO PAGAR O
      ******************************* QUE JA FOI BAIXADO OU COMPENSADO
      ******************************* DEPOIS DA PROPOSTA
       0240-PAGAR-TITULO.
           IF WRK-PG-SELECIONADO (WRK-PG-IDX)
               MOVE WRK-PG-NUMERO (WRK-PG-IDX) TO CTAP-NUMERO
               READ CONTAS-PAGAR
                   INVALID KEY
                       DISPLAY 'TITULO NAO ENCONTRADO: ' CTAP-NUMERO
                       MOVE 4 TO RETURN-CODE
                   NOT INVALID KEY
                       IF CTAP-STATUS-ABERTO
                           PERFORM 0250-BAIXAR-TITULO
                       ELSE
                           DISPLAY 'TITULO NAO ESTA MAIS EM ABERTO: '
                                   CTAP-NUMERO
                           MOVE 4 TO RETURN-CODE
                       END-IF
               END-READ
           END-IF.

       0250-BAIXAR-TITULO.
           INITIALIZE REMP-REGISTRO.
           MOVE CTAP-NUMERO      TO REMP-TITULO.
           MOVE CTAP-CNPJ        TO REMP-CNPJ.
           MOVE CTAP-CREDOR-NOME TO REMP-FAVORECIDO.
           MOVE CTAP-DOCUMENTO   TO REMP-DOCUMENTO.
           MOVE CTAP-VALOR       TO REMP-VALOR.
           MOVE WRK-DATAHOJE     TO REMP-DATA.
           WRITE REMP-REGISTRO.
           ADD 1 TO WRK-QTDE-REMESSA.
           ADD REMP-VALOR TO WRK-TOTAL-CONTROLE.
           INITIALIZE JORN-REGISTRO.
           MOVE 'CTAPAG' TO JORN-ARQUIVO.
           MOVE CTAP-NUMERO TO JORN-CHAVE (01:06).
           MOVE 'CTAP-STATUS' TO JORN-CAMPO.
           MOVE CTAP-STATUS TO JORN-VALOR-ANTES.
           SET CTAP-STATUS-PAGO TO TRUE.
           MOVE CTAP-STATUS TO JORN-VALOR-DEPOIS.
           MOVE 'PROGCOB48P' TO JORN-PROGRAMA.
           MOVE WRK-OPERADOR TO JORN-OPERADOR.
           CALL 'PROGCOBG' USING JORN-REGISTRO.
           MOVE WRK-DATAHOJE TO CTAP-DATA-PAGAMENTO.
           REWRITE CTAP-REGISTRO.
           ADD 1 TO WRK-QTDE-PAGOS.
           ADD CTAP-VALOR TO WRK-TOTAL-PAGO.
           IF CTAP-ORIGEM = 'FATURAFRE'
               ADD CTAP-VALOR TO WRK-TOTAL-TRANSPORTE
           ELSE
               ADD CTAP-VALOR TO WRK-TOTAL-FORNECEDORES
           END-IF.

      ******************************* DEBITO DO PASSIVO BAIXADO (POR
      ******************************* CONTA), CREDITO DE BANCOS
       0270-LANCAR-RAZAO.
           OPEN EXTEND RAZAO-EXTRATO.
           IF WRK-FS-RAZAO = '35'
               OPEN OUTPUT RAZAO-EXTRATO
               CLOSE RAZAO-EXTRATO
               OPEN EXTEND RAZAO-EXTRATO
           END-IF.
           IF WRK-TOTAL-FORNECEDORES > ZERO
               MOVE WRK-CONTA-FORNEC-PAGAR TO RAZAO-CONTA
               MOVE 'PAGAMENTO A FORNECEDORES' TO RAZAO-DESCRICAO
               SET RAZAO-TIPO-DEBITO TO TRUE
               MOVE WRK-TOTAL-FORNECEDORES TO RAZAO-VALOR
               PERFORM 0275-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOTAL-TRANSPORTE > ZERO
               MOVE WRK-CONTA-TRANSP-PAGAR TO RAZAO-CONTA
               MOVE 'PAGAMENTO A TRANSPORTADORAS' TO RAZAO-DESCRICAO
               SET RAZAO-TIPO-DEBITO TO TRUE
               MOVE WRK-TOTAL-TRANSPORTE TO RAZAO-VALOR
               PERFORM 0275-GRAVAR-LANCAMENTO
           END-IF.
           MOVE WRK-CONTA-BANCOS TO RAZAO-CONTA.
           MOVE 'REMESSA DE PAGAMENTOS' TO RAZAO-DESCRICAO.
           SET RAZAO-TIPO-CREDITO TO TRUE.
           MOVE WRK-TOTAL-PAGO TO RAZAO-VALOR.
           PERFORM 0275-GRAVAR-LANCAMENTO.
           CLOSE RAZAO-EXTRATO.

       0275-GRAVAR-LANCAMENTO.
           MOVE WRK-DATAHOJE TO RAZAO-DATA.
           CALL 'PROGCOB19R' USING RAZAO-REGISTRO WRK-LANC-OK
               WRK-LANC-MOTIVO.
           IF NOT WRK-LANC-VALIDO
               DISPLAY 'LANCAMENTO RECUSADO NA VALIDACAO CONTABIL ('
                       WRK-LANC-MOTIVO ') CONTA ' RAZAO-CONTA
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'PROGCOB48P' TO RAZAO-ORIGEM
               WRITE RAZAO-REGISTRO
           END-IF.

      ******************************* HEADER COM A SEQUENCIA DA
      ******************************* REMESSA (ROTINA PROGCOBB)
       0260-GRAVAR-HEADER.
           INITIALIZE CTLREM-REGISTRO.
           MOVE 'REMPAGTO'   TO CTLREM-ARQUIVO.
           MOVE 'PROGCOB48P' TO CTLREM-PROGRAMA.
           CALL 'PROGCOBB' USING CTLREM-REGISTRO.
           WRITE REMP-REGISTRO FROM CTLREM-REGISTRO.

      ******************************* TRAILER COM A QUANTIDADE DE
      ******************************* TITULOS E A SOMA DOS VALORES
       0265-GRAVAR-TRAILER.
           INITIALIZE CTLREM-REGISTRO.
           SET CTLREM-TRAILER TO TRUE.
           MOVE 'REMPAGTO'         TO CTLREM-ARQUIVO.
           MOVE WRK-QTDE-REMESSA   TO CTLREM-QTDE-REGISTROS.
           MOVE WRK-TOTAL-CONTROLE TO CTLREM-TOTAL-CONTROLE.
           WRITE REMP-REGISTRO FROM CTLREM-REGISTRO.

       0300-FINALIZAR.
           IF WRK-FS-CTAP NOT = '35'
               CLOSE CONTAS-PAGAR
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           MOVE WRK-TOTAL-PAGO TO WRK-VALOR-ED.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - TITULOS PAGOS: '
                   WRK-QTDE-PAGOS ' EXCLUIDOS: ' WRK-QTDE-EXCLUIDOS
                   ' TOTAL: ' WRK-VALOR-ED.

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
           MOVE 'PROGCOB48P' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-DATA-LIMITE TO AUDIT-ENTRADA-CHAVE (01:08).
           IF WRK-QTDE-PAGOS > ZERO
               MOVE 'REMESSA DE PAGAMENTO GERADA' TO AUDIT-RESULTADO
           ELSE
               MOVE 'NENHUM TITULO PAGO' TO AUDIT-RESULTADO
           END-IF.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

      ******************************* TOTAIS DE CONTROLE DA REMESSA NO
      ******************************* PAINEL CICLOSTA, CONFERIDOS PELO
      ******************************* VALIDADOR PROGCOBZ ANTES DA
      ******************************* TRANSMISSAO (PROGRAMA CHAMADO
      ******************************* SO PELO MENU, FORA DOS FLUXOS)
       0340-GRAVAR-STATUS-CICLO.
           OPEN EXTEND STATUS-CICLO.
           IF WRK-FS-CICLO = '35'
               OPEN OUTPUT STATUS-CICLO
               CLOSE STATUS-CICLO
               OPEN EXTEND STATUS-CICLO
           END-IF.
           INITIALIZE CICLO-REGISTRO.
           MOVE 'MENU'       TO CICLO-STEP.
           MOVE 'PROGCOB48P' TO CICLO-PROGRAMA.
           ACCEPT CICLO-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO-CICLO TO CICLO-HORA-INICIO.
           ACCEPT CICLO-HORA-FIM FROM TIME.
           MOVE RETURN-CODE TO CICLO-RETURN-CODE.
           MOVE WRK-QTDE-REMESSA TO CICLO-QTDE-REGISTROS.
           MOVE 'REMESSA DE PAGAMENTO A FORNECEDORES'
               TO CICLO-RESULTADO.
           MOVE 'REMPAGTO' TO CICLO-ARQUIVO.
           MOVE WRK-TOTAL-CONTROLE TO CICLO-TOTAL-CONTROLE.
           WRITE CICLO-REGISTRO.
           CLOSE STATUS-CICLO.
