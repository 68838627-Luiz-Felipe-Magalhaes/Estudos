      *           (A VENCER / VENCE HOJE / ATE 30 / ATE 60 / MAIS DE
      *           60 DIAS DE ATRASO) E DESTACANDO OS TITULOS QUE
      *           VENCEM HOJE, PARA O FINANCEIRO PARAR DE PAGAR MULTA
      *           DE FATURA ESQUECIDA. OS TITULOS DE FRETE RETIDOS
      *           POR DISPUTA E OS CREDITOS DE TRANSPORTADORA SAEM EM
      *           SECOES PROPRIAS NO FINAL DO RELATORIO
      * DATA   = 02/09/2026
      * HISTORICO DE ALTERACOES
      * 02/09/2026 FM - PROGRAMA CRIADO
      *                 NOTURNO (PROGCOBN) SEM ENCERRAR O RUN UNIT
      *                 INTEIRO, NA MESMA CONVENCAO JA USADA PELO
      *                 MENU (PROGCOBM)
      * 15/10/2026 FM - TITULOS RETIDOS POR DISPUTA DE FRETE
      *                 (CTAP-STATUS-RETIDO) E CREDITOS DE
      *                 TRANSPORTADORA (CTAP-VALOR-CREDITO) IMPRESSOS EM
      *                 SECOES PROPRIAS NO FINAL DO AGING; O TITULO
      *                 RETIDO NAO ENTRA NAS FAIXAS DE VENCIMENTO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-TOTAL-MAIS60          PIC 9(11)V99 VALUE ZERO.
       77  WRK-PRIMEIRO-REGISTRO     PIC X(01) VALUE 'S'.
           88  WRK-E-PRIMEIRO-REGISTRO   VALUE 'S'.
       77  WRK-QTDE-RETIDOS          PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-FRETE            PIC 9(05) VALUE ZERO.
       77  WRK-IDX-FRETE             PIC 9(05) VALUE ZERO.
       77  WRK-TOTAL-RETIDOS         PIC 9(11)V99 VALUE ZERO.
       77  WRK-TOTAL-CREDITOS        PIC 9(11)V99 VALUE ZERO.
      *********************************
      * TITULOS DE FRETE FORA DO AGING (RETIDOS POR DISPUTA) E
      * TITULOS LIBERADOS COM CREDITO DA TRANSPORTADORA, IMPRESSOS EM
      * SECOES PROPRIAS NO FINAL DO RELATORIO
      *********************************
       01  WRK-TABELA-FRETE.
           05  WRK-FR-LINHA OCCURS 1 TO 1000 TIMES
                            DEPENDING ON WRK-QTDE-FRETE.
               10  WRK-FR-TIPO           PIC X(01).
               10  WRK-FR-NUMERO         PIC 9(06).
               10  WRK-FR-DOCUMENTO      PIC X(10).
               10  WRK-FR-CREDOR         PIC X(30).
               10  WRK-FR-VALOR          PIC 9(09)V99.
       01  REL-CABECALHO.
           05  FILLER                PIC X(50) VALUE
               'AGING DO CONTAS A PAGAR POR CREDOR E VENCIMENTO'.
           05  REL-TF-ATE60          PIC $ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(10) VALUE '  MAIS60='.
           05  REL-TF-MAIS60         PIC $ZZZ.ZZZ.ZZ9,99.
       01  REL-CAB-RETIDOS.
           05  FILLER                PIC X(50) VALUE
               'TITULOS RETIDOS EM DISPUTA DE FRETE'.
       01  REL-CAB-CREDITOS.
           05  FILLER                PIC X(50) VALUE
               'CREDITOS DE TRANSPORTADORA'.
       01  REL-DET-FRETE.
           05  FILLER                PIC X(08) VALUE 'TITULO='.
           05  REL-DF-NUMERO         PIC 9(06).
           05  FILLER                PIC X(09) VALUE '  PEDIDO='.
           05  REL-DF-DOCUMENTO      PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DF-CREDOR         PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DF-VALOR          PIC $ZZZ.ZZZ.ZZ9,99.
       01  REL-TOTAL-FRETE.
           05  FILLER                PIC X(20) VALUE
               'TOTAL DA SECAO.....'.
           05  REL-TFR-VALOR         PIC $ZZZ.ZZZ.ZZ9,99.
       01  REL-TOTAL-GERAL.
           05  FILLER                PIC X(20) VALUE
               'TOTAL GERAL........'.
               ADD 1 TO WRK-QTDE-ABERTOS
               MOVE CTAP-REGISTRO TO CTO-REGISTRO
               RELEASE CTO-REGISTRO
               IF CTAP-VALOR-CREDITO > ZERO
                   PERFORM 0153-GUARDAR-FRETE
               END-IF
           END-IF.
           IF CTAP-STATUS-RETIDO
               ADD 1 TO WRK-QTDE-RETIDOS
               PERFORM 0153-GUARDAR-FRETE
           END-IF.
           PERFORM 0151-LER-TITULO.

       0153-GUARDAR-FRETE.
           IF WRK-QTDE-FRETE < 1000
               ADD 1 TO WRK-QTDE-FRETE
               MOVE CTAP-STATUS    TO WRK-FR-TIPO (WRK-QTDE-FRETE)
               MOVE CTAP-NUMERO    TO WRK-FR-NUMERO (WRK-QTDE-FRETE)
               MOVE CTAP-DOCUMENTO TO WRK-FR-DOCUMENTO (WRK-QTDE-FRETE)
               MOVE CTAP-CREDOR-NOME
                   TO WRK-FR-CREDOR (WRK-QTDE-FRETE)
               IF CTAP-STATUS-RETIDO
                   MOVE CTAP-VALOR TO WRK-FR-VALOR (WRK-QTDE-FRETE)
               ELSE
                   MOVE CTAP-VALOR-CREDITO
                       TO WRK-FR-VALOR (WRK-QTDE-FRETE)
               END-IF
           END-IF.

       0200-IMPRIMIR-AGING.
           PERFORM 0210-RETORNAR-TITULO.
           PERFORM 0220-PROCESSAR-TITULO
           MOVE WRK-TOTAL-GERAL TO REL-TG-VALOR.
           MOVE REL-TOTAL-GERAL TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-CAB-RETIDOS TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0320-IMPRIMIR-RETIDO
               VARYING WRK-IDX-FRETE FROM 1 BY 1
               UNTIL WRK-IDX-FRETE > WRK-QTDE-FRETE.
           MOVE WRK-TOTAL-RETIDOS TO REL-TFR-VALOR.
           MOVE REL-TOTAL-FRETE TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-CAB-CREDITOS TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0330-IMPRIMIR-CREDITO
               VARYING WRK-IDX-FRETE FROM 1 BY 1
               UNTIL WRK-IDX-FRETE > WRK-QTDE-FRETE.
           MOVE WRK-TOTAL-CREDITOS TO REL-TFR-VALOR.
           MOVE REL-TOTAL-FRETE TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-PAGAR.
           PERFORM 0310-GRAVAR-AUDITORIA.
           PERFORM 0340-GRAVAR-STATUS-CICLO.
           DISPLAY 'FINAL DE PROCESSAMENTO - TITULOS EM ABERTO: '
                   WRK-QTDE-ABERTOS ' VENCENDO HOJE: '
                   WRK-QTDE-VENCE-HOJE.
           DISPLAY 'TITULOS RETIDOS EM DISPUTA DE FRETE: '
                   WRK-QTDE-RETIDOS.

      ******************************* TITULO RETIDO FICA FORA DAS
      ******************************* FAIXAS DE VENCIMENTO ATE A
      ******************************* DISPUTA SER ENCERRADA
       0320-IMPRIMIR-RETIDO.
           IF WRK-FR-TIPO (WRK-IDX-FRETE) = 'R'
               PERFORM 0325-MONTAR-LINHA-FRETE
               ADD WRK-FR-VALOR (WRK-IDX-FRETE) TO WRK-TOTAL-RETIDOS
           END-IF.

       0325-MONTAR-LINHA-FRETE.
           MOVE WRK-FR-NUMERO (WRK-IDX-FRETE)    TO REL-DF-NUMERO.
           MOVE WRK-FR-DOCUMENTO (WRK-IDX-FRETE) TO REL-DF-DOCUMENTO.
           MOVE WRK-FR-CREDOR (WRK-IDX-FRETE)    TO REL-DF-CREDOR.
           MOVE WRK-FR-VALOR (WRK-IDX-FRETE)     TO REL-DF-VALOR.
           MOVE REL-DET-FRETE TO REL-LINHA.
           WRITE REL-LINHA.

       0330-IMPRIMIR-CREDITO.
           IF WRK-FR-TIPO (WRK-IDX-FRETE) NOT = 'R'
               PERFORM 0325-MONTAR-LINHA-FRETE
               ADD WRK-FR-VALOR (WRK-IDX-FRETE) TO WRK-TOTAL-CREDITOS
           END-IF.

      ******************************* GRAVA A TRILHA DE AUDITORIA
       0310-GRAVAR-AUDITORIA.
