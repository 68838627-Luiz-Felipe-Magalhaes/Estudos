       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB57N.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: FEED NOTURNO DE AVISOS AO CLIENTE (MSGCLI, CPMSGCLI)
      *           PARA O GATEWAY DE SMS/E-MAIL, UMA MENSAGEM POR
      *           EVENTO: MUDANCA DE STATUS DA ENTREGA (ENTREGA-MASTER,
      *           CLIENTE PELA NOTA NO MASTER DE NF-E), PARCELA DO
      *           CONTAS A RECEBER A VENCER EM ATE N DIAS OU VENCIDA,
      *           COTACAO ABERTA PERTO DA VALIDADE (ANTES DA EXPIRACAO
      *           PELO PROGCOB26X) E PONTOS DE FIDELIDADE PERTO DE
      *           EXPIRAR (MESMA REGRA DO PROGCOB25X). O CONTATO VEM DO
      *           CLIENTE-ENDERECO (E-MAIL OU, NA FALTA DELE, TELEFONE)
      *           E OS PRAZOS DO MSGPAR. CADA EVENTO AVISADO FICA NO
      *           HISTORICO DE AVISOS (MSGHIST), E EVENTO JA PRESENTE
      *           NELE NAO GERA NOVA MENSAGEM
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - AVISOS DE MARKETING (COTVAL E PTSEXP) SO SAEM
      *                 PELO CANAL COM CONSENTIMENTO DO CLIENTE NO
      *                 CONSENT-MASTER; SEM CONSENTIMENTO O AVISO NAO E
      *                 GERADO E E CONTADO A PARTE
      * 15/10/2026 FM - TELEFONE E E-MAIL DO AVISO PASSAM A VIR DO
      *                 ENDERECO PADRAO DO CLIENTE, PELA ROTINA PROGCOBE
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTREGA-MASTER ASSIGN TO 'ENTREGA01'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENTREGA-NUMERO
               FILE STATUS IS WRK-FS-ENTREGA.
           SELECT CONTAS-RECEBER ASSIGN TO 'CONTAREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTAR-NUMERO
               FILE STATUS IS WRK-FS-CTAR.
           SELECT COTACAO-MASTER ASSIGN TO 'COTACAO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COTAC-NUMERO
               FILE STATUS IS WRK-FS-COTAC.
           SELECT PONTOS-FIDELIDADE ASSIGN TO 'PONTOSFID'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PONTOS-CPF
               FILE STATUS IS WRK-FS-PONTOS.
           SELECT NFE-MASTER ASSIGN TO 'NFEMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NFE-NOTAFISCAL
               FILE STATUS IS WRK-FS-NFE.
           SELECT CONSENT-MASTER ASSIGN TO 'CONSENT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONS-CHAVE
               FILE STATUS IS WRK-FS-CONS.
           SELECT HIST-AVISOS ASSIGN TO 'MSGHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSGH-CHAVE
               FILE STATUS IS WRK-FS-MSGH.
           SELECT PARAM-AVISOS ASSIGN TO 'MSGPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAR.
           SELECT PARAM-PONTOS ASSIGN TO 'PONTOPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTPAR.
           SELECT FEED-AVISOS ASSIGN TO 'MSGCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MSGC.
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
       FD  CONTAS-RECEBER.
           COPY CPCTAREC.
       FD  COTACAO-MASTER.
           COPY CPCOTAC.
       FD  PONTOS-FIDELIDADE.
           COPY CPPONTOS.
       FD  NFE-MASTER.
           COPY CPNFE.
       FD  HIST-AVISOS.
           COPY CPMSGH.
       FD  PARAM-AVISOS.
           COPY CPMSGPAR.
       FD  PARAM-PONTOS.
           COPY CPPONTPAR.
       FD  FEED-AVISOS.
           COPY CPMSGCLI.
       FD  CONSENT-MASTER.
           COPY CPCONSEN.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       FD  STATUS-CICLO.
           COPY CPCICLO.
       WORKING-STORAGE SECTION.
       77  WRK-FS-ENTREGA            PIC X(02) VALUE '00'.
       77  WRK-FS-CTAR               PIC X(02) VALUE '00'.
       77  WRK-FS-COTAC              PIC X(02) VALUE '00'.
       77  WRK-FS-PONTOS             PIC X(02) VALUE '00'.
       77  WRK-FS-NFE                PIC X(02) VALUE '00'.
       77  WRK-FS-MSGH               PIC X(02) VALUE '00'.
       77  WRK-FS-CONS               PIC X(02) VALUE '00'.
       77  WRK-FS-PAR                PIC X(02) VALUE '00'.
       77  WRK-FS-PONTPAR            PIC X(02) VALUE '00'.
       77  WRK-FS-MSGC               PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-FS-CICLO              PIC X(02) VALUE '00'.
       77  WRK-HORA-INICIO-CICLO     PIC 9(08) VALUE ZEROS.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-NFE-SW                PIC X(01) VALUE 'N'.
           88  WRK-NFE-ABERTA            VALUE 'S'.
       77  WRK-CONSENT-ABERTO-SW     PIC X(01) VALUE 'N'.
           88  WRK-CONSENT-ABERTO        VALUE 'S'.
       77  WRK-CONSENTIU-SW          PIC X(01) VALUE 'N'.
           88  WRK-CONSENTIU             VALUE 'S'.
       77  WRK-SEM-CONSENT-SW        PIC X(01) VALUE 'N'.
           88  WRK-SEM-CONSENTIMENTO     VALUE 'S'.
      ******************************* PRAZOS DO MSGPAR (PADROES SE O
      ******************************* ARQUIVO NAO EXISTIR)
       77  WRK-DIAS-PARCELA          PIC 9(03) VALUE 3.
       77  WRK-DIAS-COTACAO          PIC 9(03) VALUE 3.
       77  WRK-DIAS-PONTOS           PIC 9(03) VALUE 15.
       77  WRK-DIAS-ATRASO           PIC 9(03) VALUE 30.
       77  WRK-DIAS-ENTREGA          PIC 9(03) VALUE 2.
       77  WRK-VALIDADE-MESES        PIC 9(03) VALUE 12.
       77  WRK-DIAS-EPOCA            PIC 9(08) VALUE ZERO.
       77  WRK-DATA-LIMITE-PARCELA   PIC 9(08) VALUE ZERO.
       77  WRK-DATA-LIMITE-ATRASO    PIC 9(08) VALUE ZERO.
       77  WRK-DATA-LIMITE-COTACAO   PIC 9(08) VALUE ZERO.
       77  WRK-DATA-LIMITE-ENTREGA   PIC 9(08) VALUE ZERO.
       77  WRK-DATA-FUTURA-PONTOS    PIC 9(08) VALUE ZERO.
      ******************************* DATA DE CORTE DOS PONTOS (REGRA
      ******************************* DO PROGCOB25X) PARA HOJE E PARA
      ******************************* DAQUI A WRK-DIAS-PONTOS DIAS
       77  WRK-DATA-BASE             PIC 9(08) VALUE ZERO.
       77  WRK-DATA-CORTE            PIC 9(08) VALUE ZERO.
       77  WRK-ANO-LIMITE            PIC S9(05) VALUE ZERO.
       77  WRK-MES-LIMITE            PIC S9(05) VALUE ZERO.
       77  WRK-CORTE-PONTOS-HOJE     PIC 9(08) VALUE ZERO.
       77  WRK-CORTE-PONTOS-FUTURO   PIC 9(08) VALUE ZERO.
      ******************************* EVENTO EM MONTAGEM
       77  WRK-EV-MODELO             PIC X(06) VALUE SPACES.
           88  WRK-EV-MARKETING          VALUE 'COTVAL' 'PTSEXP'.
       77  WRK-EV-CPF                PIC X(11) VALUE SPACES.
       77  WRK-EV-REFERENCIA         PIC X(20) VALUE SPACES.
       77  WRK-EV-DATA-REF           PIC 9(08) VALUE ZERO.
       77  WRK-EV-VALOR              PIC 9(09)V99 VALUE ZERO.
       77  WRK-EV-TEXTO              PIC X(30) VALUE SPACES.
       77  WRK-REF-NUMERO            PIC 9(08) VALUE ZERO.
      ******************************* TOTAIS
       77  WRK-QTDE-EVENTOS          PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-MENSAGENS        PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-JA-AVISADOS      PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-SEM-CONTATO      PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-SEM-CONSENT      PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-SEM-CLIENTE      PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-MSG-ENTREGA      PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-MSG-PARCELA      PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-MSG-COTACAO      PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-MSG-PONTOS       PIC 9(07) VALUE ZERO.
       77  WRK-ENDERECO-SW           PIC X(01) VALUE 'N'.
           88  WRK-ENDERECO-ACHADO       VALUE 'S'.
      ******************************* CONTATO DO ENDERECO PADRAO DO
      ******************************* CLIENTE (ROTINA PROGCOBE)
           COPY CPENDER.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-AVISAR-ENTREGAS.
           PERFORM 0220-AVISAR-PARCELAS.
           PERFORM 0240-AVISAR-COTACOES.
           PERFORM 0260-AVISAR-PONTOS.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-HORA-INICIO-CICLO FROM TIME.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           PERFORM 0110-CARREGAR-PARAMETROS.
           PERFORM 0120-CALCULAR-DATAS.
           OPEN I-O HIST-AVISOS.
           IF WRK-FS-MSGH = '35'
               OPEN OUTPUT HIST-AVISOS
               CLOSE HIST-AVISOS
               OPEN I-O HIST-AVISOS
           END-IF.
           OPEN INPUT NFE-MASTER.
           IF WRK-FS-NFE = '00'
               SET WRK-NFE-ABERTA TO TRUE
           END-IF.
           OPEN INPUT CONSENT-MASTER.
           IF WRK-FS-CONS = '00'
               SET WRK-CONSENT-ABERTO TO TRUE
           ELSE
               DISPLAY 'MASTER DE CONSENTIMENTO INDISPONIVEL - AVISOS '
                       'DE MARKETING NAO GERADOS'
           END-IF.
           OPEN OUTPUT FEED-AVISOS.

       0110-CARREGAR-PARAMETROS.
           OPEN INPUT PARAM-AVISOS.
           IF WRK-FS-PAR = '00'
               READ PARAM-AVISOS
                   AT END CONTINUE
               END-READ
               IF WRK-FS-PAR = '00'
                   MOVE MSGPAR-DIAS-PARCELA TO WRK-DIAS-PARCELA
                   MOVE MSGPAR-DIAS-COTACAO TO WRK-DIAS-COTACAO
                   MOVE MSGPAR-DIAS-PONTOS  TO WRK-DIAS-PONTOS
                   MOVE MSGPAR-DIAS-ATRASO  TO WRK-DIAS-ATRASO
                   MOVE MSGPAR-DIAS-ENTREGA TO WRK-DIAS-ENTREGA
               END-IF
               CLOSE PARAM-AVISOS
           END-IF.
           OPEN INPUT PARAM-PONTOS.
           IF WRK-FS-PONTPAR = '00'
               READ PARAM-PONTOS
                   AT END CONTINUE
               END-READ
               IF WRK-FS-PONTPAR = '00'
                   MOVE PONTPAR-VALIDADE-MESES TO WRK-VALIDADE-MESES
               END-IF
               CLOSE PARAM-PONTOS
           END-IF.

      ******************************* JANELAS DE DATA DE CADA EVENTO
       0120-CALCULAR-DATAS.
           COMPUTE WRK-DIAS-EPOCA =
               FUNCTION INTEGER-OF-DATE (WRK-DATAHOJE)
               + WRK-DIAS-PARCELA.
           COMPUTE WRK-DATA-LIMITE-PARCELA =
               FUNCTION DATE-OF-INTEGER (WRK-DIAS-EPOCA).
           COMPUTE WRK-DIAS-EPOCA =
               FUNCTION INTEGER-OF-DATE (WRK-DATAHOJE)
               - WRK-DIAS-ATRASO.
           COMPUTE WRK-DATA-LIMITE-ATRASO =
               FUNCTION DATE-OF-INTEGER (WRK-DIAS-EPOCA).
           COMPUTE WRK-DIAS-EPOCA =
               FUNCTION INTEGER-OF-DATE (WRK-DATAHOJE)
               + WRK-DIAS-COTACAO.
           COMPUTE WRK-DATA-LIMITE-COTACAO =
               FUNCTION DATE-OF-INTEGER (WRK-DIAS-EPOCA).
           COMPUTE WRK-DIAS-EPOCA =
               FUNCTION INTEGER-OF-DATE (WRK-DATAHOJE)
               - WRK-DIAS-ENTREGA.
           COMPUTE WRK-DATA-LIMITE-ENTREGA =
               FUNCTION DATE-OF-INTEGER (WRK-DIAS-EPOCA).
           COMPUTE WRK-DIAS-EPOCA =
               FUNCTION INTEGER-OF-DATE (WRK-DATAHOJE)
               + WRK-DIAS-PONTOS.
           COMPUTE WRK-DATA-FUTURA-PONTOS =
               FUNCTION DATE-OF-INTEGER (WRK-DIAS-EPOCA).
           MOVE WRK-DATAHOJE TO WRK-DATA-BASE.
           PERFORM 0130-CALCULAR-CORTE-PONTOS.
           MOVE WRK-DATA-CORTE TO WRK-CORTE-PONTOS-HOJE.
           MOVE WRK-DATA-FUTURA-PONTOS TO WRK-DATA-BASE.
           PERFORM 0130-CALCULAR-CORTE-PONTOS.
           MOVE WRK-DATA-CORTE TO WRK-CORTE-PONTOS-FUTURO.

      ******************************* DATA DE CORTE = DATA BASE MENOS
      ******************************* A VALIDADE EM MESES; ACUMULO
      ******************************* MAIS ANTIGO QUE ISSO EXPIRA
       0130-CALCULAR-CORTE-PONTOS.
           COMPUTE WRK-ANO-LIMITE = WRK-DATA-BASE / 10000.
           COMPUTE WRK-MES-LIMITE =
               FUNCTION MOD (WRK-DATA-BASE / 100, 100)
               - WRK-VALIDADE-MESES.
           PERFORM 0131-AJUSTAR-MES-LIMITE
               UNTIL WRK-MES-LIMITE > ZERO.
           COMPUTE WRK-DATA-CORTE =
               (WRK-ANO-LIMITE * 10000) + (WRK-MES-LIMITE * 100)
               + FUNCTION MOD (WRK-DATA-BASE, 100).

       0131-AJUSTAR-MES-LIMITE.
           ADD 12 TO WRK-MES-LIMITE.
           SUBTRACT 1 FROM WRK-ANO-LIMITE.

      ******************************* ENTREGA COM STATUS MUDADO NOS
      ******************************* ULTIMOS DIAS; UM AVISO POR
      ******************************* PEDIDO E STATUS
       0200-AVISAR-ENTREGAS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT ENTREGA-MASTER.
           IF WRK-FS-ENTREGA NOT = '00'
               DISPLAY 'MASTER DE ENTREGAS INDISPONIVEL - AVISOS DE '
                       'ENTREGA NAO GERADOS'
           ELSE
               PERFORM 0201-LER-ENTREGA
               PERFORM 0202-AVALIAR-ENTREGA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE ENTREGA-MASTER
           END-IF.

       0201-LER-ENTREGA.
           READ ENTREGA-MASTER
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0202-AVALIAR-ENTREGA.
           IF NOT ENTREGA-AGUARDANDO
              AND ENTREGA-DATA-ULTIMOSTATUS >= WRK-DATA-LIMITE-ENTREGA
              AND ENTREGA-NOTAFISCAL > ZERO
               EVALUATE TRUE
                   WHEN ENTREGA-COLETADO
                       MOVE 'ENTCOL' TO WRK-EV-MODELO
                   WHEN ENTREGA-EM-TRANSITO
                       MOVE 'ENTTRA' TO WRK-EV-MODELO
                   WHEN OTHER
                       MOVE 'ENTENT' TO WRK-EV-MODELO
               END-EVALUATE
               PERFORM 0203-BUSCAR-CLIENTE-NOTA
               IF WRK-EV-CPF NOT = SPACES
                   MOVE ENTREGA-NUMERO     TO WRK-REF-NUMERO
                   MOVE SPACES             TO WRK-EV-REFERENCIA
                   MOVE WRK-REF-NUMERO     TO WRK-EV-REFERENCIA (01:08)
                   MOVE ENTREGA-PROMESSA   TO WRK-EV-DATA-REF
                   MOVE ZERO               TO WRK-EV-VALOR
                   MOVE ENTREGA-RECEBEDOR  TO WRK-EV-TEXTO
                   PERFORM 0280-GERAR-AVISO
                   IF MSGC-MODELO = WRK-EV-MODELO
                       ADD 1 TO WRK-QTDE-MSG-ENTREGA
                   END-IF
               END-IF
           END-IF.
           PERFORM 0201-LER-ENTREGA.

      ******************************* O CLIENTE DA ENTREGA VEM DA NOTA
      ******************************* NO MASTER DE NF-E
       0203-BUSCAR-CLIENTE-NOTA.
           MOVE SPACES TO WRK-EV-CPF.
           IF WRK-NFE-ABERTA
               MOVE ENTREGA-NOTAFISCAL TO NFE-NOTAFISCAL
               READ NFE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NFE-CPF TO WRK-EV-CPF
               END-READ
           END-IF.
           IF WRK-EV-CPF = SPACES
               ADD 1 TO WRK-QTDE-SEM-CLIENTE
           END-IF.

      ******************************* PARCELA EM ABERTO A VENCER ATE
      ******************************* A DATA LIMITE OU VENCIDA HA NO
      ******************************* MAXIMO WRK-DIAS-ATRASO DIAS
       0220-AVISAR-PARCELAS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT CONTAS-RECEBER.
           IF WRK-FS-CTAR NOT = '00'
               DISPLAY 'CONTAS A RECEBER INDISPONIVEL - AVISOS DE '
                       'PARCELA NAO GERADOS'
           ELSE
               PERFORM 0221-LER-PARCELA
               PERFORM 0222-AVALIAR-PARCELA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE CONTAS-RECEBER
           END-IF.

       0221-LER-PARCELA.
           READ CONTAS-RECEBER
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0222-AVALIAR-PARCELA.
           MOVE SPACES TO WRK-EV-MODELO.
           IF CTAR-STATUS-ABERTO
               IF CTAR-DATA-VENCIMENTO >= WRK-DATAHOJE
                  AND CTAR-DATA-VENCIMENTO <= WRK-DATA-LIMITE-PARCELA
                   MOVE 'PARVEN' TO WRK-EV-MODELO
               END-IF
               IF CTAR-DATA-VENCIMENTO < WRK-DATAHOJE
                  AND CTAR-DATA-VENCIMENTO >= WRK-DATA-LIMITE-ATRASO
                   MOVE 'PARATR' TO WRK-EV-MODELO
               END-IF
           END-IF.
           IF WRK-EV-MODELO NOT = SPACES
               MOVE CTAR-CPF             TO WRK-EV-CPF
               MOVE CTAR-NUMERO          TO WRK-REF-NUMERO
               MOVE SPACES               TO WRK-EV-REFERENCIA
               MOVE WRK-REF-NUMERO       TO WRK-EV-REFERENCIA (01:08)
               MOVE CTAR-NOTAFISCAL      TO WRK-EV-REFERENCIA (09:08)
               MOVE CTAR-DATA-VENCIMENTO TO WRK-EV-DATA-REF
               MOVE CTAR-VALOR           TO WRK-EV-VALOR
               MOVE SPACES               TO WRK-EV-TEXTO
               PERFORM 0280-GERAR-AVISO
               IF MSGC-MODELO = WRK-EV-MODELO
                   ADD 1 TO WRK-QTDE-MSG-PARCELA
               END-IF
           END-IF.
           PERFORM 0221-LER-PARCELA.

      ******************************* COTACAO ABERTA COM VALIDADE
      ******************************* ENTRE HOJE E A DATA LIMITE
       0240-AVISAR-COTACOES.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT COTACAO-MASTER.
           IF WRK-FS-COTAC NOT = '00'
               DISPLAY 'MASTER DE COTACOES INDISPONIVEL - AVISOS DE '
                       'COTACAO NAO GERADOS'
           ELSE
               PERFORM 0241-LER-COTACAO
               PERFORM 0242-AVALIAR-COTACAO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE COTACAO-MASTER
           END-IF.

       0241-LER-COTACAO.
           READ COTACAO-MASTER
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0242-AVALIAR-COTACAO.
           IF COTAC-STATUS-ABERTA
              AND COTAC-DATA-VALIDADE >= WRK-DATAHOJE
              AND COTAC-DATA-VALIDADE <= WRK-DATA-LIMITE-COTACAO
               MOVE 'COTVAL'            TO WRK-EV-MODELO
               MOVE COTAC-CPF           TO WRK-EV-CPF
               MOVE COTAC-NUMERO        TO WRK-REF-NUMERO
               MOVE SPACES              TO WRK-EV-REFERENCIA
               MOVE WRK-REF-NUMERO      TO WRK-EV-REFERENCIA (01:08)
               MOVE COTAC-DATA-VALIDADE TO WRK-EV-DATA-REF
               MOVE COTAC-VALOR-TOTAL   TO WRK-EV-VALOR
               MOVE COTAC-PRODUTO       TO WRK-EV-TEXTO
               PERFORM 0280-GERAR-AVISO
               IF MSGC-MODELO = WRK-EV-MODELO
                   ADD 1 TO WRK-QTDE-MSG-COTACAO
               END-IF
           END-IF.
           PERFORM 0241-LER-COTACAO.

      ******************************* SALDO ATIVO QUE AINDA NAO VENCEU
      ******************************* HOJE MAS VENCE ATE A DATA FUTURA;
      ******************************* UM AVISO POR CICLO DE ACUMULO
       0260-AVISAR-PONTOS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT PONTOS-FIDELIDADE.
           IF WRK-FS-PONTOS NOT = '00'
               DISPLAY 'MASTER DE PONTOS INDISPONIVEL - AVISOS DE '
                       'PONTOS NAO GERADOS'
           ELSE
               PERFORM 0261-LER-PONTOS
               PERFORM 0262-AVALIAR-PONTOS
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE PONTOS-FIDELIDADE
           END-IF.

       0261-LER-PONTOS.
           READ PONTOS-FIDELIDADE
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0262-AVALIAR-PONTOS.
           IF PONTOS-STATUS-ATIVO
              AND PONTOS-SALDO > ZERO
              AND PONTOS-DATA-ULT-ACUMULO >= WRK-CORTE-PONTOS-HOJE
              AND PONTOS-DATA-ULT-ACUMULO < WRK-CORTE-PONTOS-FUTURO
               MOVE 'PTSEXP'               TO WRK-EV-MODELO
               MOVE PONTOS-CPF             TO WRK-EV-CPF
               MOVE SPACES                 TO WRK-EV-REFERENCIA
               MOVE PONTOS-CPF             TO WRK-EV-REFERENCIA (01:11)
               MOVE PONTOS-DATA-ULT-ACUMULO
                   TO WRK-EV-REFERENCIA (12:08)
               MOVE WRK-DATA-FUTURA-PONTOS TO WRK-EV-DATA-REF
               MOVE PONTOS-SALDO           TO WRK-EV-VALOR
               MOVE SPACES                 TO WRK-EV-TEXTO
               PERFORM 0280-GERAR-AVISO
               IF MSGC-MODELO = WRK-EV-MODELO
                   ADD 1 TO WRK-QTDE-MSG-PONTOS
               END-IF
           END-IF.
           PERFORM 0261-LER-PONTOS.

      ******************************* EVENTO JA NO HISTORICO NAO GERA
      ******************************* NOVO AVISO; CLIENTE SEM E-MAIL E
      ******************************* SEM TELEFONE FICA SEM AVISO (E
      ******************************* FORA DO HISTORICO, PARA SER
      ******************************* AVISADO SE O CONTATO CHEGAR A
      ******************************* TEMPO)
       0280-GERAR-AVISO.
           ADD 1 TO WRK-QTDE-EVENTOS.
           MOVE SPACES TO MSGC-MODELO.
           MOVE WRK-EV-MODELO     TO MSGH-MODELO.
           MOVE WRK-EV-REFERENCIA TO MSGH-REFERENCIA.
           READ HIST-AVISOS
               INVALID KEY
                   PERFORM 0281-MONTAR-AVISO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-JA-AVISADOS
           END-READ.

       0281-MONTAR-AVISO.
           INITIALIZE MSGC-REGISTRO.
           INITIALIZE CEND-REGISTRO.
           MOVE WRK-EV-CPF TO CEND-CPF.
           CALL 'PROGCOBE' USING CEND-REGISTRO WRK-ENDERECO-SW.
           IF WRK-ENDERECO-ACHADO
               MOVE CEND-TELEFONE TO MSGC-TELEFONE
               MOVE CEND-EMAIL    TO MSGC-EMAIL
           END-IF.
           MOVE 'N' TO WRK-SEM-CONSENT-SW.
           IF WRK-EV-MARKETING
               PERFORM 0282-APLICAR-CONSENTIMENTO
           END-IF.
           IF MSGC-EMAIL NOT = SPACES
               SET MSGC-CANAL-EMAIL TO TRUE
           ELSE
               IF MSGC-TELEFONE NOT = SPACES
                   SET MSGC-CANAL-SMS TO TRUE
               END-IF
           END-IF.
           IF MSGC-CANAL = SPACE
               IF WRK-SEM-CONSENTIMENTO
                   ADD 1 TO WRK-QTDE-SEM-CONSENT
               ELSE
                   ADD 1 TO WRK-QTDE-SEM-CONTATO
               END-IF
           ELSE
               MOVE WRK-EV-MODELO     TO MSGC-MODELO
               MOVE WRK-EV-CPF        TO MSGC-CPF
               MOVE WRK-EV-REFERENCIA TO MSGC-REFERENCIA
               MOVE WRK-EV-DATA-REF   TO MSGC-DATA-REF
               MOVE WRK-EV-VALOR      TO MSGC-VALOR
               MOVE WRK-EV-TEXTO      TO MSGC-TEXTO
               MOVE WRK-DATAHOJE      TO MSGC-DATA-GERACAO
               WRITE MSGC-REGISTRO
               ADD 1 TO WRK-QTDE-MENSAGENS
               INITIALIZE MSGH-REGISTRO
               MOVE WRK-EV-MODELO     TO MSGH-MODELO
               MOVE WRK-EV-REFERENCIA TO MSGH-REFERENCIA
               MOVE WRK-EV-CPF        TO MSGH-CPF
               MOVE WRK-DATAHOJE      TO MSGH-DATA-ENVIO
               WRITE MSGH-REGISTRO
           END-IF.

      ******************************* AVISO DE MARKETING (COTACAO E
      ******************************* PONTOS) SO SAI PELO CANAL EM QUE
      ******************************* O CLIENTE CONSENTIU: CONTATO SEM
      ******************************* CONSENTIMENTO E APAGADO DO AVISO
      ******************************* ANTES DA ESCOLHA DO CANAL. AVISO
      ******************************* RECUSADO FICA FORA DO HISTORICO
       0282-APLICAR-CONSENTIMENTO.
           IF MSGC-EMAIL NOT = SPACES
               MOVE 'E' TO CONS-CANAL
               PERFORM 0283-LER-CONSENTIMENTO
               IF NOT WRK-CONSENTIU
                   MOVE SPACES TO MSGC-EMAIL
                   SET WRK-SEM-CONSENTIMENTO TO TRUE
               END-IF
           END-IF.
           IF MSGC-TELEFONE NOT = SPACES
               MOVE 'S' TO CONS-CANAL
               PERFORM 0283-LER-CONSENTIMENTO
               IF NOT WRK-CONSENTIU
                   MOVE SPACES TO MSGC-TELEFONE
                   SET WRK-SEM-CONSENTIMENTO TO TRUE
               END-IF
           END-IF.

       0283-LER-CONSENTIMENTO.
           MOVE 'N' TO WRK-CONSENTIU-SW.
           IF WRK-CONSENT-ABERTO
               MOVE WRK-EV-CPF TO CONS-CPF
               READ CONSENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CONS-CONSENTIU
                           SET WRK-CONSENTIU TO TRUE
                       END-IF
               END-READ
           END-IF.

       0300-FINALIZAR.
           CLOSE HIST-AVISOS.
           IF WRK-NFE-ABERTA
               CLOSE NFE-MASTER
           END-IF.
           IF WRK-CONSENT-ABERTO
               CLOSE CONSENT-MASTER
           END-IF.
           CLOSE FEED-AVISOS.
           PERFORM 0310-GRAVAR-AUDITORIA.
           PERFORM 0340-GRAVAR-STATUS-CICLO.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - EVENTOS: '
                   WRK-QTDE-EVENTOS ' MENSAGENS: ' WRK-QTDE-MENSAGENS
                   ' (ENTREGA: ' WRK-QTDE-MSG-ENTREGA
                   ' PARCELA: ' WRK-QTDE-MSG-PARCELA
                   ' COTACAO: ' WRK-QTDE-MSG-COTACAO
                   ' PONTOS: ' WRK-QTDE-MSG-PONTOS
                   ') JA AVISADOS: ' WRK-QTDE-JA-AVISADOS
                   ' SEM CONTATO: ' WRK-QTDE-SEM-CONTATO
                   ' SEM CONSENTIMENTO: ' WRK-QTDE-SEM-CONSENT
                   ' ENTREGA SEM CLIENTE: ' WRK-QTDE-SEM-CLIENTE.

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
           MOVE 'PROGCOB57N' TO AUDIT-PROGRAMA.
           MOVE 'LOTE MSGCLI' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'FEED DE AVISOS AO CLIENTE GERADO' TO AUDIT-RESULTADO.
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
           MOVE 'STEP090'    TO CICLO-STEP.
           MOVE 'PROGCOB57N' TO CICLO-PROGRAMA.
           ACCEPT CICLO-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO-CICLO TO CICLO-HORA-INICIO.
           ACCEPT CICLO-HORA-FIM FROM TIME.
           MOVE RETURN-CODE TO CICLO-RETURN-CODE.
           MOVE WRK-QTDE-MENSAGENS TO CICLO-QTDE-REGISTROS.
           MOVE 'FEED DE AVISOS AO CLIENTE GERADO'
               TO CICLO-RESULTADO.
           WRITE CICLO-REGISTRO.
           CLOSE STATUS-CICLO.
