       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB51L.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: REVISAO TRIMESTRAL DO LIMITE DE CREDITO PELO
      *           COMPORTAMENTO DO CLIENTE - PARA CADA CPF ATIVO DO
      *           CLIMA01 APURA, NOS ULTIMOS DIAS CONFIGURADOS EM
      *           LIMPAR, AS PARCELAS DO CONTAS A RECEBER (CONTAREC)
      *           PAGAS EM DIA E EM ATRASO E O ATRASO MEDIO, OS CASOS
      *           DO MASTER DE COBRANCA (COBRANCA) E O MAIOR ESTAGIO
      *           ALCANCADO, E O VOLUME DE COMPRAS NO RESUMO DIARIO
      *           (RESUMDIA); MONTA UMA PONTUACAO DE 0 A 100 E PROPOE
      *           AUMENTO, REDUCAO OU MANUTENCAO DO LIMITE. NADA E
      *           GRAVADO NO CLIMA01: AS PROPOSTAS SAEM NO RELATORIO
      *           DO ANALISTA (RELLIMCR) E NO ARQUIVO LIMPROP, REVISADO
      *           PELO PROGCOB51V, NA MESMA CONVENCAO DO PROGCOB43R
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - PARCELA ANTECIPADA AO BANCO
      *                 (CTAR-STATUS-ANTECIPADO) FICA FORA DA MEDIDA DE
      *                 ATRASO, COMO A CANCELADA - O PAGAMENTO DELA E
      *                 FEITO AO BANCO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO 'CLIMA01'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLIMA-CPF
               FILE STATUS IS WRK-FS-CLIMA.
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
           SELECT RESUMO-DIARIO ASSIGN TO 'RESUMDIA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESUMO.
           SELECT PARAM-LIMITE ASSIGN TO 'LIMPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAR.
           SELECT PROPOSTAS-LIMITE ASSIGN TO 'LIMPROP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-LIMITE ASSIGN TO 'RELLIMCR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
           COPY CPCLIMA.
       FD  CONTAS-RECEBER.
           COPY CPCTAREC.
       FD  COBRANCA-MASTER.
           COPY CPCOBRA.
       FD  RESUMO-DIARIO.
           COPY CPRESUMD.
       FD  PARAM-LIMITE.
           COPY CPLIMPAR.
       FD  PROPOSTAS-LIMITE.
           COPY CPLIMPROP.
       FD  RELATORIO-LIMITE.
       01  REL-LINHA                 PIC X(120).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-CLIMA              PIC X(02) VALUE '00'.
       77  WRK-FS-CTAR               PIC X(02) VALUE '00'.
       77  WRK-FS-COBRA              PIC X(02) VALUE '00'.
       77  WRK-FS-RESUMO             PIC X(02) VALUE '00'.
       77  WRK-FS-PAR                PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INICIO           PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-HOJE             PIC 9(08) VALUE ZERO.
       77  WRK-DIAS-EPOCA            PIC 9(08) VALUE ZERO.
       77  WRK-DIAS-ATRASO           PIC S9(05) VALUE ZERO.
       77  WRK-DIAS-HISTORICO        PIC 9(03) VALUE 365.
       77  WRK-PONTOS-AUMENTO        PIC 9(03) VALUE 80.
       77  WRK-PONTOS-REDUCAO        PIC 9(03) VALUE 40.
       77  WRK-PERC-AUMENTO          PIC 9(03) VALUE 20.
       77  WRK-PERC-REDUCAO          PIC 9(03) VALUE 30.
       77  WRK-VOLUME-MINIMO         PIC 9(07)V99 VALUE 1000,00.
       77  WRK-LIMITE-MINIMO         PIC 9(07)V99 VALUE 500,00.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-CPF-BUSCA             PIC X(11) VALUE SPACES.
       77  WRK-QTDE-CLIENTES         PIC 9(05) VALUE ZERO.
       77  WRK-CL-IDX                PIC 9(05) VALUE ZERO.
       77  WRK-CL-SW                 PIC X(01) VALUE 'N'.
           88  WRK-CL-ACHOU              VALUE 'S'.
       01  WRK-TABELA-CLIENTES.
           05  WRK-CL-LINHA OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WRK-QTDE-CLIENTES.
               10  WRK-CL-CPF            PIC X(11).
               10  WRK-CL-LIMITE         PIC 9(07)V99.
               10  WRK-CL-EM-DIA         PIC 9(04).
               10  WRK-CL-ATRASADAS      PIC 9(04).
               10  WRK-CL-DIAS-ATRASO    PIC 9(07).
               10  WRK-CL-CASOS          PIC 9(03).
               10  WRK-CL-ESTAGIO-MAX    PIC 9(01).
               10  WRK-CL-VOLUME         PIC 9(09)V99.
       77  WRK-PARCELAS-AVALIADAS    PIC 9(05) VALUE ZERO.
       77  WRK-ATRASO-MEDIO          PIC 9(04)V9 VALUE ZERO.
       77  WRK-PONTOS                PIC S9(05) VALUE ZERO.
       77  WRK-PONTOS-PARCIAL        PIC 9(05) VALUE ZERO.
       77  WRK-LIMITE-NOVO           PIC 9(07)V99 VALUE ZERO.
       77  WRK-LIMITE-CALCULO        PIC 9(09)V99 VALUE ZERO.
       77  WRK-QTDE-AVALIADOS        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-AUMENTOS         PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-REDUCOES         PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-MANTIDOS         PIC 9(05) VALUE ZERO.
       01  REL-CABECALHO.
           05  FILLER                PIC X(48) VALUE
               'REVISAO DE LIMITE DE CREDITO - COMPORTAMENTO DE '.
           05  REL-CAB-INICIO        PIC 9(08).
           05  FILLER                PIC X(05) VALUE ' ATE '.
           05  REL-CAB-FIM           PIC 9(08).
       01  REL-TITULOS.
           05  FILLER                PIC X(13) VALUE 'CPF'.
           05  FILLER                PIC X(07) VALUE 'PONTOS'.
           05  FILLER                PIC X(07) VALUE 'EM DIA'.
           05  FILLER                PIC X(07) VALUE 'ATRASO'.
           05  FILLER                PIC X(08) VALUE 'MEDIA'.
           05  FILLER                PIC X(06) VALUE 'CASOS'.
           05  FILLER                PIC X(05) VALUE 'EST.'.
           05  FILLER                PIC X(16) VALUE 'COMPRAS'.
           05  FILLER                PIC X(15) VALUE 'LIMITE ATUAL'.
           05  FILLER                PIC X(15) VALUE 'LIMITE NOVO'.
           05  FILLER                PIC X(08) VALUE 'PROPOSTA'.
       01  REL-DETALHE.
           05  REL-DET-CPF           PIC X(11).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  REL-DET-PONTOS        PIC ZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  REL-DET-EM-DIA        PIC ZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  REL-DET-ATRASADAS     PIC ZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-MEDIA         PIC ZZZ9,9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  REL-DET-CASOS         PIC ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  REL-DET-ESTAGIO       PIC 9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-VOLUME        PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-LIMITE-ATUAL  PIC Z.ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-LIMITE-NOVO   PIC Z.ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-PROPOSTA      PIC X(08).
       01  REL-TOTAL.
           05  FILLER                PIC X(20) VALUE
               'CLIENTES AVALIADOS: '.
           05  REL-TOT-AVALIADOS     PIC ZZZZ9.
           05  FILLER                PIC X(12) VALUE '  AUMENTOS: '.
           05  REL-TOT-AUMENTOS      PIC ZZZZ9.
           05  FILLER                PIC X(12) VALUE '  REDUCOES: '.
           05  REL-TOT-REDUCOES      PIC ZZZZ9.
           05  FILLER                PIC X(12) VALUE '  MANTIDOS: '.
           05  REL-TOT-MANTIDOS      PIC ZZZZ9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-QTDE-CLIENTES > ZERO
               PERFORM 0150-APURAR-PARCELAS
               PERFORM 0160-APURAR-CASOS
               PERFORM 0170-APURAR-COMPRAS
               PERFORM 0200-AVALIAR-CLIENTE
                   VARYING WRK-CL-IDX FROM 1 BY 1
                   UNTIL WRK-CL-IDX > WRK-QTDE-CLIENTES
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           PERFORM 0120-CARREGAR-PARAMETROS.
           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WRK-DATAHOJE).
           COMPUTE WRK-DIAS-EPOCA = WRK-DIAS-HOJE - WRK-DIAS-HISTORICO.
           COMPUTE WRK-DATA-INICIO =
               FUNCTION DATE-OF-INTEGER (WRK-DIAS-EPOCA).
           OPEN OUTPUT RELATORIO-LIMITE.
           OPEN OUTPUT PROPOSTAS-LIMITE.
           MOVE WRK-DATA-INICIO TO REL-CAB-INICIO.
           MOVE WRK-DATAHOJE    TO REL-CAB-FIM.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-TITULOS TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0130-CARREGAR-CLIENTES.

       0120-CARREGAR-PARAMETROS.
           OPEN INPUT PARAM-LIMITE.
           IF WRK-FS-PAR = '00'
               READ PARAM-LIMITE
                   AT END CONTINUE
               END-READ
               IF WRK-FS-PAR = '00'
                   MOVE LIMPAR-DIAS-HISTORICO TO WRK-DIAS-HISTORICO
                   MOVE LIMPAR-PONTOS-AUMENTO TO WRK-PONTOS-AUMENTO
                   MOVE LIMPAR-PONTOS-REDUCAO TO WRK-PONTOS-REDUCAO
                   MOVE LIMPAR-PERC-AUMENTO   TO WRK-PERC-AUMENTO
                   MOVE LIMPAR-PERC-REDUCAO   TO WRK-PERC-REDUCAO
                   MOVE LIMPAR-VOLUME-MINIMO  TO WRK-VOLUME-MINIMO
                   MOVE LIMPAR-LIMITE-MINIMO  TO WRK-LIMITE-MINIMO
               END-IF
               CLOSE PARAM-LIMITE
           END-IF.
           IF WRK-DIAS-HISTORICO = ZERO
               MOVE 365 TO WRK-DIAS-HISTORICO
           END-IF.

      ******************************* CARGA DOS CPF ATIVOS DO CLIMA01
      ******************************* EM MEMORIA
       0130-CARREGAR-CLIENTES.
           OPEN INPUT CLIENTE-MASTER.
           IF WRK-FS-CLIMA NOT = '00'
               DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL - REVISAO '
                       'NAO EXECUTADA'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-EOF-SW
               PERFORM 0131-LER-CLIENTE
               PERFORM 0132-GUARDAR-CLIENTE
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE CLIENTE-MASTER
           END-IF.

       0131-LER-CLIENTE.
           READ CLIENTE-MASTER
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0132-GUARDAR-CLIENTE.
           IF CLIMA-STATUS-ATIVO AND WRK-QTDE-CLIENTES < 5000
               ADD 1 TO WRK-QTDE-CLIENTES
               MOVE CLIMA-CPF TO WRK-CL-CPF (WRK-QTDE-CLIENTES)
               MOVE CLIMA-LIMITE-CREDITO
                   TO WRK-CL-LIMITE (WRK-QTDE-CLIENTES)
               MOVE ZERO TO WRK-CL-EM-DIA (WRK-QTDE-CLIENTES)
               MOVE ZERO TO WRK-CL-ATRASADAS (WRK-QTDE-CLIENTES)
               MOVE ZERO TO WRK-CL-DIAS-ATRASO (WRK-QTDE-CLIENTES)
               MOVE ZERO TO WRK-CL-CASOS (WRK-QTDE-CLIENTES)
               MOVE ZERO TO WRK-CL-ESTAGIO-MAX (WRK-QTDE-CLIENTES)
               MOVE ZERO TO WRK-CL-VOLUME (WRK-QTDE-CLIENTES)
           END-IF.
           PERFORM 0131-LER-CLIENTE.

      ******************************* LOCALIZA WRK-CPF-BUSCA NA
      ******************************* TABELA DE CLIENTES
       0140-BUSCAR-CLIENTE.
           MOVE 'N' TO WRK-CL-SW.
           PERFORM 0141-COMPARAR-CLIENTE
               VARYING WRK-CL-IDX FROM 1 BY 1
               UNTIL WRK-CL-IDX > WRK-QTDE-CLIENTES OR WRK-CL-ACHOU.
           IF WRK-CL-ACHOU
               SUBTRACT 1 FROM WRK-CL-IDX
           END-IF.

       0141-COMPARAR-CLIENTE.
           IF WRK-CL-CPF (WRK-CL-IDX) = WRK-CPF-BUSCA
               SET WRK-CL-ACHOU TO TRUE
           END-IF.

      ******************************* PARCELAS VENCIDAS NA JANELA: PAGA
      ******************************* ATE O VENCIMENTO CONTA EM DIA;
      ******************************* PAGA DEPOIS, AINDA EM ABERTO OU
      ******************************* BAIXADA COMO PERDA CONTA EM
      ******************************* ATRASO, COM OS DIAS DE ATRASO
       0150-APURAR-PARCELAS.
           OPEN INPUT CONTAS-RECEBER.
           IF WRK-FS-CTAR NOT = '00'
               DISPLAY 'CONTAS A RECEBER INDISPONIVEL - HISTORICO DE '
                       'PAGAMENTO CONSIDERADO VAZIO'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-EOF-SW
               PERFORM 0151-LER-PARCELA
               PERFORM 0152-CLASSIFICAR-PARCELA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE CONTAS-RECEBER
           END-IF.

       0151-LER-PARCELA.
           READ CONTAS-RECEBER
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0152-CLASSIFICAR-PARCELA.
           IF CTAR-DATA-VENCIMENTO > WRK-DATA-INICIO
              AND CTAR-DATA-VENCIMENTO < WRK-DATAHOJE
              AND NOT CTAR-STATUS-CANCELADO
              AND NOT CTAR-STATUS-ANTECIPADO
               MOVE CTAR-CPF TO WRK-CPF-BUSCA
               PERFORM 0140-BUSCAR-CLIENTE
               IF WRK-CL-ACHOU
                   PERFORM 0153-MEDIR-ATRASO
               END-IF
           END-IF.
           PERFORM 0151-LER-PARCELA.

       0153-MEDIR-ATRASO.
           IF CTAR-STATUS-PAGO
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (CTAR-DATA-PAGAMENTO)
                 - FUNCTION INTEGER-OF-DATE (CTAR-DATA-VENCIMENTO)
           ELSE
               COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE
                 - FUNCTION INTEGER-OF-DATE (CTAR-DATA-VENCIMENTO)
           END-IF.
           IF WRK-DIAS-ATRASO > ZERO
               ADD 1 TO WRK-CL-ATRASADAS (WRK-CL-IDX)
               ADD WRK-DIAS-ATRASO TO WRK-CL-DIAS-ATRASO (WRK-CL-IDX)
           ELSE
               ADD 1 TO WRK-CL-EM-DIA (WRK-CL-IDX)
           END-IF.

      ******************************* CASOS DE COBRANCA ABERTOS NA
      ******************************* JANELA E O MAIOR ESTAGIO
       0160-APURAR-CASOS.
           OPEN INPUT COBRANCA-MASTER.
           IF WRK-FS-COBRA = '00'
               MOVE 'N' TO WRK-EOF-SW
               PERFORM 0161-LER-CASO
               PERFORM 0162-SOMAR-CASO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE COBRANCA-MASTER
           END-IF.

       0161-LER-CASO.
           READ COBRANCA-MASTER
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0162-SOMAR-CASO.
           IF COBRA-DATA-ABERTURA > WRK-DATA-INICIO
               MOVE COBRA-CPF TO WRK-CPF-BUSCA
               PERFORM 0140-BUSCAR-CLIENTE
               IF WRK-CL-ACHOU
                   ADD 1 TO WRK-CL-CASOS (WRK-CL-IDX)
                   IF COBRA-ESTAGIO > WRK-CL-ESTAGIO-MAX (WRK-CL-IDX)
                       MOVE COBRA-ESTAGIO
                           TO WRK-CL-ESTAGIO-MAX (WRK-CL-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0161-LER-CASO.

      ******************************* VOLUME DE COMPRAS DO CPF NA
      ******************************* JANELA, PELO RESUMO DIARIO
       0170-APURAR-COMPRAS.
           OPEN INPUT RESUMO-DIARIO.
           IF WRK-FS-RESUMO NOT = '00'
               DISPLAY 'RESUMO DIARIO INDISPONIVEL - VOLUME DE '
                       'COMPRAS CONSIDERADO ZERO'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-EOF-SW
               PERFORM 0171-LER-RESUMO
               PERFORM 0172-SOMAR-COMPRA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE RESUMO-DIARIO
           END-IF.

       0171-LER-RESUMO.
           READ RESUMO-DIARIO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0172-SOMAR-COMPRA.
           IF RESUMD-DATA > WRK-DATA-INICIO
              AND RESUMD-DATA <= WRK-DATAHOJE
               MOVE RESUMD-CPF TO WRK-CPF-BUSCA
               PERFORM 0140-BUSCAR-CLIENTE
               IF WRK-CL-ACHOU
                   ADD RESUMD-VALOR TO WRK-CL-VOLUME (WRK-CL-IDX)
               END-IF
           END-IF.
           PERFORM 0171-LER-RESUMO.

      ******************************* PONTUACAO (0 A 100):
      *******************************   60 PONTOS DE PARTIDA
      *******************************   + 2 POR PARCELA EM DIA (ATE 20)
      *******************************   + 20 SE AS COMPRAS ATINGEM O
      *******************************     VOLUME MINIMO
      *******************************   - 5 POR PARCELA EM ATRASO
      *******************************   - ATRASO MEDIO EM DIAS (ATE 40)
      *******************************   - 10 POR CASO DE COBRANCA
      *******************************   - 10 POR ESTAGIO MAXIMO
      ******************************* CLIENTE SEM PARCELA E SEM COMPRA
      ******************************* NA JANELA NAO E AVALIADO
       0200-AVALIAR-CLIENTE.
           COMPUTE WRK-PARCELAS-AVALIADAS =
               WRK-CL-EM-DIA (WRK-CL-IDX)
             + WRK-CL-ATRASADAS (WRK-CL-IDX).
           IF WRK-PARCELAS-AVALIADAS > ZERO
              OR WRK-CL-VOLUME (WRK-CL-IDX) > ZERO
               ADD 1 TO WRK-QTDE-AVALIADOS
               PERFORM 0210-PONTUAR-CLIENTE
               PERFORM 0220-PROPOR-LIMITE
           END-IF.

       0210-PONTUAR-CLIENTE.
           IF WRK-PARCELAS-AVALIADAS > ZERO
               COMPUTE WRK-ATRASO-MEDIO ROUNDED =
                   WRK-CL-DIAS-ATRASO (WRK-CL-IDX)
                   / WRK-PARCELAS-AVALIADAS
                   ON SIZE ERROR MOVE 9999,9 TO WRK-ATRASO-MEDIO
               END-COMPUTE
           ELSE
               MOVE ZERO TO WRK-ATRASO-MEDIO
           END-IF.
           MOVE 60 TO WRK-PONTOS.
           COMPUTE WRK-PONTOS-PARCIAL = WRK-CL-EM-DIA (WRK-CL-IDX) * 2.
           IF WRK-PONTOS-PARCIAL > 20
               MOVE 20 TO WRK-PONTOS-PARCIAL
           END-IF.
           ADD WRK-PONTOS-PARCIAL TO WRK-PONTOS.
           IF WRK-CL-VOLUME (WRK-CL-IDX) >= WRK-VOLUME-MINIMO
               ADD 20 TO WRK-PONTOS
           END-IF.
           COMPUTE WRK-PONTOS = WRK-PONTOS
               - WRK-CL-ATRASADAS (WRK-CL-IDX) * 5
               - WRK-CL-CASOS (WRK-CL-IDX) * 10
               - WRK-CL-ESTAGIO-MAX (WRK-CL-IDX) * 10
               ON SIZE ERROR MOVE ZERO TO WRK-PONTOS
           END-COMPUTE.
           IF WRK-ATRASO-MEDIO > 40
               SUBTRACT 40 FROM WRK-PONTOS
           ELSE
               COMPUTE WRK-PONTOS = WRK-PONTOS - WRK-ATRASO-MEDIO
           END-IF.
           IF WRK-PONTOS < ZERO
               MOVE ZERO TO WRK-PONTOS
           END-IF.
           IF WRK-PONTOS > 100
               MOVE 100 TO WRK-PONTOS
           END-IF.

      ******************************* AUMENTO: LIMITE + % DE AUMENTO,
      ******************************* NO MINIMO O LIMITE MINIMO;
      ******************************* REDUCAO: LIMITE - % DE REDUCAO
       0220-PROPOR-LIMITE.
           MOVE WRK-CL-LIMITE (WRK-CL-IDX) TO WRK-LIMITE-NOVO.
           EVALUATE TRUE
               WHEN WRK-PONTOS >= WRK-PONTOS-AUMENTO
                   COMPUTE WRK-LIMITE-CALCULO ROUNDED =
                       WRK-CL-LIMITE (WRK-CL-IDX)
                       * (100 + WRK-PERC-AUMENTO) / 100
                   IF WRK-LIMITE-CALCULO < WRK-LIMITE-MINIMO
                       MOVE WRK-LIMITE-MINIMO TO WRK-LIMITE-CALCULO
                   END-IF
                   IF WRK-LIMITE-CALCULO > 9999999,99
                       MOVE 9999999,99 TO WRK-LIMITE-CALCULO
                   END-IF
                   MOVE WRK-LIMITE-CALCULO TO WRK-LIMITE-NOVO
               WHEN WRK-PONTOS < WRK-PONTOS-REDUCAO
                   COMPUTE WRK-LIMITE-NOVO ROUNDED =
                       WRK-CL-LIMITE (WRK-CL-IDX)
                       * (100 - WRK-PERC-REDUCAO) / 100
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WRK-LIMITE-NOVO = WRK-CL-LIMITE (WRK-CL-IDX)
               ADD 1 TO WRK-QTDE-MANTIDOS
           ELSE
               PERFORM 0230-GRAVAR-PROPOSTA
           END-IF.

       0230-GRAVAR-PROPOSTA.
           INITIALIZE LPROP-REGISTRO.
           MOVE WRK-CL-CPF (WRK-CL-IDX)   TO LPROP-CPF.
           MOVE WRK-DATAHOJE              TO LPROP-DATA.
           MOVE WRK-PONTOS                TO LPROP-PONTOS.
           MOVE WRK-CL-EM-DIA (WRK-CL-IDX)
               TO LPROP-PARCELAS-EM-DIA.
           MOVE WRK-CL-ATRASADAS (WRK-CL-IDX)
               TO LPROP-PARCELAS-ATRASO.
           MOVE WRK-ATRASO-MEDIO          TO LPROP-ATRASO-MEDIO.
           MOVE WRK-CL-CASOS (WRK-CL-IDX) TO LPROP-QTDE-CASOS.
           MOVE WRK-CL-ESTAGIO-MAX (WRK-CL-IDX)
               TO LPROP-ESTAGIO-MAXIMO.
           MOVE WRK-CL-VOLUME (WRK-CL-IDX) TO LPROP-VOLUME-COMPRAS.
           MOVE WRK-CL-LIMITE (WRK-CL-IDX) TO LPROP-LIMITE-ATUAL.
           MOVE WRK-LIMITE-NOVO           TO LPROP-LIMITE-NOVO.
           IF WRK-LIMITE-NOVO > WRK-CL-LIMITE (WRK-CL-IDX)
               SET LPROP-TIPO-AUMENTO TO TRUE
               ADD 1 TO WRK-QTDE-AUMENTOS
               MOVE 'AUMENTO' TO REL-DET-PROPOSTA
           ELSE
               SET LPROP-TIPO-REDUCAO TO TRUE
               ADD 1 TO WRK-QTDE-REDUCOES
               MOVE 'REDUCAO' TO REL-DET-PROPOSTA
           END-IF.
           WRITE LPROP-REGISTRO.
           MOVE LPROP-CPF             TO REL-DET-CPF.
           MOVE LPROP-PONTOS          TO REL-DET-PONTOS.
           MOVE LPROP-PARCELAS-EM-DIA TO REL-DET-EM-DIA.
           MOVE LPROP-PARCELAS-ATRASO TO REL-DET-ATRASADAS.
           MOVE LPROP-ATRASO-MEDIO    TO REL-DET-MEDIA.
           MOVE LPROP-QTDE-CASOS      TO REL-DET-CASOS.
           MOVE LPROP-ESTAGIO-MAXIMO  TO REL-DET-ESTAGIO.
           MOVE LPROP-VOLUME-COMPRAS  TO REL-DET-VOLUME.
           MOVE LPROP-LIMITE-ATUAL    TO REL-DET-LIMITE-ATUAL.
           MOVE LPROP-LIMITE-NOVO     TO REL-DET-LIMITE-NOVO.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.

       0300-FINALIZAR.
           MOVE WRK-QTDE-AVALIADOS TO REL-TOT-AVALIADOS.
           MOVE WRK-QTDE-AUMENTOS  TO REL-TOT-AUMENTOS.
           MOVE WRK-QTDE-REDUCOES  TO REL-TOT-REDUCOES.
           MOVE WRK-QTDE-MANTIDOS  TO REL-TOT-MANTIDOS.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-LIMITE.
           CLOSE PROPOSTAS-LIMITE.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - CLIENTES AVALIADOS: '
                   WRK-QTDE-AVALIADOS ' AUMENTOS: ' WRK-QTDE-AUMENTOS
                   ' REDUCOES: ' WRK-QTDE-REDUCOES.

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
           MOVE 'PROGCOB51L' TO AUDIT-PROGRAMA.
           MOVE 'LOTE CLIMA01' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'PROPOSTAS DE LIMITE GERADAS' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
