      *                 INCREMENTAL (RESUMDIA, MANTIDO PELO
      *                 PROGCOB09Z), QUE JA TRAZ OS TOTAIS POR DATA,
      *                 VENDEDOR, PRODUTO, FILIAL E CPF
      * 15/10/2026 FM - CANDIDATO A WINBACK PASSA A EXIGIR CONSENTIMENTO
      *                 DE MARKETING EM PELO MENOS UM CANAL
      *                 (CONSENT-MASTER); QUEM NAO CONSENTIU SAI
      *                 SINALIZADO E CONTADO A PARTE
      * 15/10/2026 FM - REGISTRO DA ORDENACAO ACOMPANHA O NUMERO DO
      *                 ENDERECO DE ENTREGA NO FIM DO RESUMO DIARIO
      *                 (RESUMD-ENDERECO)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT HIST-ORDENADO ASSIGN TO 'HISTORD5'.
           SELECT RELATORIO-WINBACK ASSIGN TO 'RELWINBK'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONSENT-MASTER ASSIGN TO 'CONSENT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONS-CHAVE
               FILE STATUS IS WRK-FS-CONS.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           05  HO-QTDE-VENDAS        PIC 9(05).
           05  HO-QTDE-UNIDADES      PIC 9(07).
           05  HO-VALOR              PIC 9(09)V99.
           05  HO-ENDERECO           PIC 9(02).
       FD  RELATORIO-WINBACK.
       01  REL-LINHA                 PIC X(110).
       FD  CONSENT-MASTER.
           COPY CPCONSEN.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-AUDIT               PIC X(02) VALUE '00'.
       77  WRK-FS-CONS                PIC X(02) VALUE '00'.
       77  WRK-CONSENT-ABERTO-SW      PIC X(01) VALUE 'N'.
           88  WRK-CONSENT-ABERTO         VALUE 'S'.
       77  WRK-CONSENTIU-SW           PIC X(01) VALUE 'N'.
           88  WRK-CONSENTIU              VALUE 'S'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-PRIMEIRO-REGISTRO      PIC X(01) VALUE 'S'.
       77  WRK-DIAS-INATIVIDADE-LIM   PIC 9(05) VALUE 90.
       77  WRK-QTDE-CLIENTES          PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-WINBACK           PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-SEM-CONSENT       PIC 9(07) VALUE ZERO.
       01  REL-CABECALHO.
           05  FILLER                  PIC X(50) VALUE
               'RECENCIA/FREQUENCIA DE COMPRA POR CLIENTE'.
           05  FILLER                  PIC X(25) VALUE
               '  CANDIDATOS A WINBACK.. '.
           05  REL-TOT-WINBACK         PIC ZZZZZ9.
           05  FILLER                  PIC X(25) VALUE
               '  SEM CONSENTIMENTO..... '.
           05  REL-TOT-SEM-CONSENT     PIC ZZZZZ9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-EPOCA-HOJE =
               FUNCTION INTEGER-OF-DATE (WRK-DATAHOJE).
           OPEN INPUT CONSENT-MASTER.
           IF WRK-FS-CONS = '00'
               SET WRK-CONSENT-ABERTO TO TRUE
           ELSE
               DISPLAY 'MASTER DE CONSENTIMENTO INDISPONIVEL - NENHUM '
                       'CLIENTE SAI COMO CANDIDATO A WINBACK'
           END-IF.
           OPEN OUTPUT RELATORIO-WINBACK.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTDE-COMPRAS-CPF TO REL-DET-QTDE.
           MOVE WRK-ULTIMA-COMPRA   TO REL-DET-ULTIMA.
           MOVE WRK-DIAS-SEM-COMPRAR TO REL-DET-DIAS.
           MOVE SPACES TO REL-DET-FLAG.
           IF WRK-DIAS-SEM-COMPRAR > WRK-DIAS-INATIVIDADE-LIM
               PERFORM 0220-VERIFICAR-CONSENTIMENTO
               IF WRK-CONSENTIU
                   ADD 1 TO WRK-QTDE-WINBACK
                   MOVE '  ** CANDIDATO WINBACK' TO REL-DET-FLAG
               ELSE
                   ADD 1 TO WRK-QTDE-SEM-CONSENT
                   MOVE '  ** SEM CONSENTIM.' TO REL-DET-FLAG
               END-IF
           END-IF.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 0 TO WRK-QTDE-COMPRAS-CPF.

      ******************************* A CAMPANHA DE WINBACK E
      ******************************* MARKETING: SO E CANDIDATO O
      ******************************* CLIENTE QUE CONSENTIU EM PELO
      ******************************* MENOS UM CANAL (SMS, E-MAIL OU
      ******************************* TELEFONE) NO CONSENT-MASTER
       0220-VERIFICAR-CONSENTIMENTO.
           MOVE 'N' TO WRK-CONSENTIU-SW.
           IF WRK-CONSENT-ABERTO
               MOVE WRK-CPF-ANTERIOR TO CONS-CPF
               MOVE 'S' TO CONS-CANAL
               PERFORM 0221-LER-CONSENTIMENTO
               MOVE 'E' TO CONS-CANAL
               PERFORM 0221-LER-CONSENTIMENTO
               MOVE 'T' TO CONS-CANAL
               PERFORM 0221-LER-CONSENTIMENTO
           END-IF.

       0221-LER-CONSENTIMENTO.
           READ CONSENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CONS-CONSENTIU
                       SET WRK-CONSENTIU TO TRUE
                   END-IF
           END-READ.

       0300-FINALIZAR.
           MOVE WRK-QTDE-CLIENTES TO REL-TOT-CLIENTES.
           MOVE WRK-QTDE-WINBACK  TO REL-TOT-WINBACK.
           MOVE WRK-QTDE-SEM-CONSENT TO REL-TOT-SEM-CONSENT.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RESUMO-DIARIO.
           CLOSE RELATORIO-WINBACK.
           IF WRK-CONSENT-ABERTO
               CLOSE CONSENT-MASTER
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - CLIENTES: '
                   WRK-QTDE-CLIENTES ' CANDIDATOS A WINBACK: '
                   WRK-QTDE-WINBACK ' SEM CONSENTIMENTO: '
                   WRK-QTDE-SEM-CONSENT.

      ******************************* GRAVA A TRILHA DE AUDITORIA
       0310-GRAVAR-AUDITORIA.
