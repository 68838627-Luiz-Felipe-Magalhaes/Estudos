      * OBJETIVO: CONCILIAR O ARQUIVO DE LIQUIDACAO DA ADQUIRENTE DE
      *           CARTAO (CARTLIQ - DATA, VALOR BRUTO E VALOR LIQUIDO
      *           DEPOSITADO) COM AS VENDAS EM CARTAO DO HISTORICO
      *           (HISTVENDA, PARTE PAGA EM CARTAO DE CADA NOTA
      *           FISCAL), CASANDO POR DATA E VALOR BRUTO. OS DOIS
      *           LADOS SAO ORDENADOS E CONFRONTADOS SEQUENCIALMENTE
      *           (MERGE), NO MESMO ESTILO DO PROGCOB12R. PARA CADA
      *           PAR CASADO A TAXA
      *           RETIDA (BRUTO - LIQUIDO) E APURADA; O TOTAL DA TAXA
      *           E LANCADO NO EXTRATO CONTABIL (RAZAOEXT) E AS
      *           LIQUIDACOES SEM VENDA E AS VENDAS SEM LIQUIDACAO
      *                 CONTAS E O PERIODO NAO FECHADO; LANCAMENTO
      *                 RECUSADO NAO E GRAVADO E SAI NO CONSOLE COM O
      *                 MOTIVO
      * 15/10/2026 FM - O LADO DAS VENDAS PASSA A SER A PARTE PAGA EM
      *                 CARTAO DE CADA NOTA FISCAL (SOMA DE HV-PAGTO COM
      *                 FORMA C DAS LINHAS DA NOTA), PARA CASAR VENDA
      *                 COM PAGAMENTO DIVIDIDO; LINHA ANTIGA SEM A LISTA
      *                 DE FORMAS CONTINUA VALENDO PELO HV-FORMA-PAGTO
      * 15/10/2026 FM - CADA PAR CASADO GRAVA TAMBEM A TAXA RETIDA DA
      *                 NOTA COM O CPF DO CLIENTE NO ARQUIVO ACUMULATIVO
      *                 TAXACART (CPTAXAC), PARA A RENTABILIDADE POR
      *                 CLIENTE (PROGCOB41P)
      * 15/10/2026 FM - VENDA EM CARTAO SEM LIQUIDACAO CUJA NOTA ESTA NO
      *                 REGISTRO DE ANTECIPACOES (ANTECIPA, TIPO C,
      *                 GRAVADO PELO PROGCOB56A) SAI COMO VENDA
      *                 ANTECIPADA E NAO CONTA COMO DIVERGENCIA - A
      *                 LIQUIDACAO DELA PERTENCE AO BANCO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RAZAO-EXTRATO ASSIGN TO 'RAZAOEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RAZAO.
           SELECT TAXA-CARTAO ASSIGN TO 'TAXACART'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TAXA.
           SELECT ANTECIPACOES ASSIGN TO 'ANTECIPA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ANTC.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           05  VCART-DATA            PIC 9(08).
           05  VCART-VALOR           PIC 9(07)V99.
           05  VCART-NOTAFISCAL      PIC 9(08).
           05  VCART-CPF             PIC X(11).
       SD  HIST-ORDENADO.
       01  HO-REGISTRO.
           05  HO-DATA               PIC 9(08).
           05  HO-VALOR              PIC 9(07)V99.
           05  HO-NOTAFISCAL         PIC 9(08).
           05  HO-CPF                PIC X(11).
       FD  LIQUIDACAO-CARTAO.
       01  LIQ-REGISTRO.
           05  LIQ-DATA              PIC 9(08).
       01  REL-LINHA                 PIC X(90).
       FD  RAZAO-EXTRATO.
           COPY CPRAZAO.
       FD  TAXA-CARTAO.
           COPY CPTAXAC.
       FD  ANTECIPACOES.
           COPY CPANTEC.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-LIQO               PIC X(02) VALUE '00'.
       77  WRK-FS-RAZAO              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-FS-TAXA               PIC X(02) VALUE '00'.
       77  WRK-FS-ANTC               PIC X(02) VALUE '00'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-EOF-HV-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM-HISTORICO         VALUE 'S'.
       77  WRK-TOTAL-TAXA            PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-TAXA-ED         PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTDE-LANCAMENTOS      PIC 9(05) VALUE ZERO.
       77  WRK-NOTA-ATUAL            PIC 9(08) VALUE ZERO.
       77  WRK-NOTA-DATA             PIC 9(08) VALUE ZERO.
       77  WRK-NOTA-CARTAO           PIC 9(07)V99 VALUE ZERO.
       77  WRK-NOTA-CPF              PIC X(11) VALUE SPACES.
       77  WRK-PG-IDX                PIC 9(02) VALUE ZERO.
      ******************************* NOTAS DE CARTAO ANTECIPADAS AO
      ******************************* BANCO (PROGCOB56A)
       77  WRK-EOF-AN-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM-ANTECIPACOES      VALUE 'S'.
       77  WRK-QTDE-VENDA-ANTECIP    PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-ANTECIPADAS      PIC 9(04) VALUE ZERO.
       77  WRK-AN-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-AN-SW                 PIC X(01) VALUE 'N'.
           88  WRK-AN-ACHOU              VALUE 'S'.
       01  WRK-TABELA-ANTECIPADAS.
           05  WRK-AN-NOTA OCCURS 1 TO 3000 TIMES
                            DEPENDING ON WRK-QTDE-ANTECIPADAS
                                          PIC 9(08).
      *********************************
      * PLANO DE CONTAS - CONSTANTES FIXAS, NA MESMA CONVENCAO DO
      * PROGCOB19G
           05  REL-SL-VALOR          PIC $ZZZ.ZZ9,99.
           05  FILLER                PIC X(07) VALUE '  NF = '.
           05  REL-SL-NOTAFISCAL     PIC 9(08).
       01  REL-DET-ANTECIPADA.
           05  FILLER                PIC X(24) VALUE
               'VENDA ANTECIPADA        '.
           05  REL-AN-DATA           PIC 9(08).
           05  FILLER                PIC X(09) VALUE '  VALOR='.
           05  REL-AN-VALOR          PIC $ZZZ.ZZ9,99.
           05  FILLER                PIC X(07) VALUE '  NF = '.
           05  REL-AN-NOTAFISCAL     PIC 9(08).
       01  REL-DET-SEM-VENDA.
           05  FILLER                PIC X(24) VALUE
               'LIQUIDACAO SEM VENDA    '.
           OPEN OUTPUT RELATORIO-CARTAO.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0110-CARREGAR-ANTECIPADAS.

      ******************************* NOTAS DE CARTAO JA DESCONTADAS NO
      ******************************* BANCO: A LIQUIDACAO DELAS E DO
      ******************************* BANCO E A FALTA DELA NAO E
      ******************************* DIVERGENCIA
       0110-CARREGAR-ANTECIPADAS.
           OPEN INPUT ANTECIPACOES.
           IF WRK-FS-ANTC NOT = '00'
               SET WRK-FIM-ANTECIPACOES TO TRUE
           ELSE
               PERFORM 0111-LER-ANTECIPACAO
               PERFORM 0112-GUARDAR-ANTECIPADA
                   UNTIL WRK-FIM-ANTECIPACOES
               CLOSE ANTECIPACOES
           END-IF.

       0111-LER-ANTECIPACAO.
           READ ANTECIPACOES
               AT END SET WRK-FIM-ANTECIPACOES TO TRUE
           END-READ.

       0112-GUARDAR-ANTECIPADA.
           IF ANTC-TIPO-CARTAO
              AND WRK-QTDE-ANTECIPADAS < 3000
               ADD 1 TO WRK-QTDE-ANTECIPADAS
               MOVE ANTC-DOCUMENTO
                   TO WRK-AN-NOTA (WRK-QTDE-ANTECIPADAS)
           END-IF.
           PERFORM 0111-LER-ANTECIPACAO.

      ******************************* SO A PARTE PAGA EM CARTAO ENTRA
      ******************************* NO LADO DAS VENDAS, SOMADA POR
      ******************************* NOTA FISCAL (UMA TRANSACAO NA
      ******************************* ADQUIRENTE POR NOTA)
       0150-SELECIONAR-CARTAO.
           OPEN INPUT HIST-VENDAS.
           IF WRK-FS-HISTV NOT = '00'
               PERFORM 0151-LER-HISTORICO
               PERFORM 0152-LIBERAR-CARTAO
                   UNTIL WRK-FIM-HISTORICO
               PERFORM 0154-FECHAR-NOTA-CARTAO
               CLOSE HIST-VENDAS
           END-IF.

           END-READ.

       0152-LIBERAR-CARTAO.
           IF HV-NOTAFISCAL NOT = WRK-NOTA-ATUAL
              OR HV-NOTAFISCAL = ZERO
               PERFORM 0154-FECHAR-NOTA-CARTAO
               MOVE HV-NOTAFISCAL TO WRK-NOTA-ATUAL
               MOVE HV-DATA       TO WRK-NOTA-DATA
               MOVE HV-CPF        TO WRK-NOTA-CPF
           END-IF.
           IF HV-PAG-VAZIO (1)
               IF HV-PAGTO-CARTAO
                   ADD HV-VALOR TO WRK-NOTA-CARTAO
               END-IF
           ELSE
               PERFORM 0153-SOMAR-PARTE-CARTAO
                   VARYING WRK-PG-IDX FROM 1 BY 1
                   UNTIL WRK-PG-IDX > 5
           END-IF.
           PERFORM 0151-LER-HISTORICO.

       0153-SOMAR-PARTE-CARTAO.
           IF HV-PAG-CARTAO (WRK-PG-IDX)
               ADD HV-PAG-VALOR (WRK-PG-IDX) TO WRK-NOTA-CARTAO
           END-IF.

       0154-FECHAR-NOTA-CARTAO.
           IF WRK-NOTA-CARTAO > ZERO
               MOVE WRK-NOTA-DATA   TO HO-DATA
               MOVE WRK-NOTA-CARTAO TO HO-VALOR
               MOVE WRK-NOTA-ATUAL  TO HO-NOTAFISCAL
               MOVE WRK-NOTA-CPF    TO HO-CPF
               RELEASE HO-REGISTRO
           END-IF.
           MOVE ZERO TO WRK-NOTA-CARTAO.

      ******************************* CONFRONTO SEQUENCIAL DOS DOIS
      ******************************* LADOS ORDENADOS POR DATA+VALOR
       0200-CONCILIAR.
           OPEN EXTEND TAXA-CARTAO.
           IF WRK-FS-TAXA = '35'
               OPEN OUTPUT TAXA-CARTAO
               CLOSE TAXA-CARTAO
               OPEN EXTEND TAXA-CARTAO
           END-IF.
           OPEN INPUT VENDAS-CARTAO.
           IF WRK-FS-VCART NOT = '00'
               SET WRK-FIM-VENDAS TO TRUE
           IF WRK-FS-LIQO = '00' OR WRK-FS-LIQO = '10'
               CLOSE LIQUIDACAO-ORDENADA
           END-IF.
           CLOSE TAXA-CARTAO.

       0211-LER-VENDA-CARTAO.
           READ VENDAS-CARTAO
           MOVE VCART-NOTAFISCAL   TO REL-CA-NOTAFISCAL.
           MOVE REL-DET-CASADO TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0226-GRAVAR-TAXA-NOTA.
           PERFORM 0211-LER-VENDA-CARTAO.
           PERFORM 0212-LER-LIQUIDACAO.

      ******************************* GUARDA A TAXA RETIDA NA NOTA COM
      ******************************* O CPF DO CLIENTE, PARA A
      ******************************* RENTABILIDADE POR CLIENTE
       0226-GRAVAR-TAXA-NOTA.
           INITIALIZE TXC-REGISTRO.
           MOVE VCART-DATA       TO TXC-DATA.
           MOVE VCART-NOTAFISCAL TO TXC-NOTAFISCAL.
           MOVE VCART-CPF        TO TXC-CPF.
           MOVE VCART-VALOR      TO TXC-VALOR-BRUTO.
           IF WRK-TAXA-TRANSACAO > ZERO
               MOVE WRK-TAXA-TRANSACAO TO TXC-TAXA
           END-IF.
           WRITE TXC-REGISTRO.

       0230-VENDA-SEM-LIQUIDACAO.
           PERFORM 0231-PROCURAR-ANTECIPADA.
           IF WRK-AN-ACHOU
               ADD 1 TO WRK-QTDE-VENDA-ANTECIP
               MOVE VCART-DATA       TO REL-AN-DATA
               MOVE VCART-VALOR      TO REL-AN-VALOR
               MOVE VCART-NOTAFISCAL TO REL-AN-NOTAFISCAL
               MOVE REL-DET-ANTECIPADA TO REL-LINHA
           ELSE
               ADD 1 TO WRK-QTDE-VENDA-SEM-LIQ
               MOVE VCART-DATA       TO REL-SL-DATA
               MOVE VCART-VALOR      TO REL-SL-VALOR
               MOVE VCART-NOTAFISCAL TO REL-SL-NOTAFISCAL
               MOVE REL-DET-SEM-LIQ TO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           PERFORM 0211-LER-VENDA-CARTAO.

       0231-PROCURAR-ANTECIPADA.
           MOVE 'N' TO WRK-AN-SW.
           PERFORM 0232-COMPARAR-ANTECIPADA
               VARYING WRK-AN-IDX FROM 1 BY 1
               UNTIL WRK-AN-IDX > WRK-QTDE-ANTECIPADAS
                  OR WRK-AN-ACHOU.

       0232-COMPARAR-ANTECIPADA.
           IF WRK-AN-NOTA (WRK-AN-IDX) = VCART-NOTAFISCAL
               SET WRK-AN-ACHOU TO TRUE
           END-IF.

       0240-LIQUIDACAO-SEM-VENDA.
           ADD 1 TO WRK-QTDE-LIQ-SEM-VENDA.
           MOVE LIQO-DATA        TO REL-SV-DATA.
           DISPLAY 'FINAL DE PROCESSAMENTO - CASADOS: '
                   WRK-QTDE-CASADOS ' VENDAS SEM LIQUIDACAO: '
                   WRK-QTDE-VENDA-SEM-LIQ ' LIQUIDACOES SEM VENDA: '
                   WRK-QTDE-LIQ-SEM-VENDA ' ANTECIPADAS: '
                   WRK-QTDE-VENDA-ANTECIP ' TAXA TOTAL: '
                   WRK-TOTAL-TAXA-ED.

      ******************************* LANCA O TOTAL DA TAXA RETIDA NO
