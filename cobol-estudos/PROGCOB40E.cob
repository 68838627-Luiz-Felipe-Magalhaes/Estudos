       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB40E.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: EXTRATO DO CREDITO DE LOJA DE UM CLIENTE - A PARTIR
      *           DO CPF, JUNTA O CADASTRO (CLIENTE-MASTER) COM O SALDO
      *           DO CREDITO-LOJA, A VALIDADE CONFIGURADA EM CREDPAR E
      *           TODOS OS MOVIMENTOS DO CLIENTE NO MOVCRED (CREDITOS
      *           DE CANCELAMENTO, USOS EM VENDA E EXPIRACOES), EM UM
      *           RELATORIO IMPRESSO (EXTRACRE) NO MESMO ESTILO DO
      *           EXTRATO DE PONTOS DO PROGCOB25E
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
           SELECT CLIENTE-MASTER ASSIGN TO 'CLIMA01'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIMA-CPF
               FILE STATUS IS WRK-FS-CLIMA.
           SELECT CREDITO-LOJA ASSIGN TO 'CREDLOJA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CREDL-CPF
               FILE STATUS IS WRK-FS-CREDL.
           SELECT MOVIMENTO-CREDITO ASSIGN TO 'MOVCRED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVCR.
           SELECT PARAM-CREDITO ASSIGN TO 'CREDPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAR.
           SELECT EXTRATO-CREDITO ASSIGN TO 'EXTRACRE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
           COPY CPCLIMA.
       FD  CREDITO-LOJA.
           COPY CPCREDL.
       FD  MOVIMENTO-CREDITO.
           COPY CPMOVCR.
       FD  PARAM-CREDITO.
           COPY CPCREDPAR.
       FD  EXTRATO-CREDITO.
       01  EXT-LINHA                 PIC X(80).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-CLIMA              PIC X(02) VALUE '00'.
       77  WRK-FS-CREDL              PIC X(02) VALUE '00'.
       77  WRK-FS-MOVCR              PIC X(02) VALUE '00'.
       77  WRK-FS-PAR                PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-CPF                   PIC X(11) VALUE SPACES.
       77  WRK-VALIDADE-MESES        PIC 9(03) VALUE 12.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-MOVIMENTOS        VALUE 'S'.
       77  WRK-QTDE-MOVIMENTOS       PIC 9(05) VALUE ZERO.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
       01  EXT-CABECALHO.
           05  FILLER                PIC X(40) VALUE
               'EXTRATO DE CREDITO DE LOJA'.
       01  EXT-CLIENTE.
           05  FILLER                PIC X(09) VALUE 'CLIENTE: '.
           05  EXT-CLI-NOME          PIC X(40).
       01  EXT-SALDO.
           05  FILLER                PIC X(17) VALUE
               'SALDO DISPONIVEL:'.
           05  EXT-SAL-VALOR         PIC $Z.ZZZ.ZZ9,99.
           05  FILLER                PIC X(10) VALUE '  STATUS: '.
           05  EXT-SAL-STATUS        PIC X(09).
       01  EXT-ULTIMO.
           05  FILLER                PIC X(25) VALUE
               'ULTIMO CREDITO........ '.
           05  EXT-ULT-DATA          PIC 9(08).
       01  EXT-VALIDADE.
           05  FILLER                PIC X(25) VALUE
               'VALIDADE SEM NOVO CRED. '.
           05  EXT-VAL-MESES         PIC ZZ9.
           05  FILLER                PIC X(06) VALUE ' MESES'.
       01  EXT-TIT-MOVIMENTOS.
           05  FILLER                PIC X(60) VALUE
               'DATA     TIPO        VALOR          SALDO      NOTA'.
       01  EXT-MOVIMENTO.
           05  EXT-MOV-DATA          PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  EXT-MOV-TIPO          PIC X(09).
           05  EXT-MOV-VALOR         PIC $Z.ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  EXT-MOV-SALDO         PIC $Z.ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EXT-MOV-NOTA          PIC Z(07)9.
       01  EXT-SEM-MOVIMENTO.
           05  FILLER                PIC X(40) VALUE
               'NENHUM MOVIMENTO DE CREDITO DE LOJA'.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           DISPLAY 'CPF DO CLIENTE..'.
           ACCEPT WRK-CPF FROM CONSOLE.
           PERFORM 0120-CARREGAR-PARAMETROS.
           OPEN INPUT CLIENTE-MASTER.
           OPEN INPUT CREDITO-LOJA.
           OPEN OUTPUT EXTRATO-CREDITO.
           MOVE EXT-CABECALHO TO EXT-LINHA.
           WRITE EXT-LINHA.

       0120-CARREGAR-PARAMETROS.
           OPEN INPUT PARAM-CREDITO.
           IF WRK-FS-PAR = '00'
               READ PARAM-CREDITO
                   AT END CONTINUE
               END-READ
               IF WRK-FS-PAR = '00'
                   MOVE CREDPAR-VALIDADE-MESES TO WRK-VALIDADE-MESES
               END-IF
               CLOSE PARAM-CREDITO
           END-IF.

       0200-PROCESSAR.
           MOVE WRK-CPF TO CLIMA-CPF.
           READ CLIENTE-MASTER
               INVALID KEY
                   DISPLAY 'CLIENTE NAO CADASTRADO: ' WRK-CPF
                   MOVE 'CLIENTE NAO CADASTRADO'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 0210-IMPRIMIR-EXTRATO
           END-READ.

       0210-IMPRIMIR-EXTRATO.
           MOVE CLIMA-NOME TO EXT-CLI-NOME.
           MOVE EXT-CLIENTE TO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE WRK-CPF TO CREDL-CPF.
           READ CREDITO-LOJA
               INVALID KEY
                   PERFORM 0211-IMPRIMIR-SEM-SALDO
               NOT INVALID KEY
                   PERFORM 0212-IMPRIMIR-SALDO
           END-READ.
           MOVE WRK-VALIDADE-MESES TO EXT-VAL-MESES.
           MOVE EXT-VALIDADE TO EXT-LINHA.
           WRITE EXT-LINHA.
           PERFORM 0220-IMPRIMIR-MOVIMENTOS.
           MOVE 'EXTRATO DE CREDITO GERADO' TO WRK-AUDIT-RESULTADO.
           DISPLAY 'EXTRATO DE CREDITO DE LOJA GERADO PARA ' WRK-CPF.

       0211-IMPRIMIR-SEM-SALDO.
           MOVE ZERO TO EXT-SAL-VALOR.
           MOVE SPACES TO EXT-SAL-STATUS.
           MOVE EXT-SALDO TO EXT-LINHA.
           WRITE EXT-LINHA.

       0212-IMPRIMIR-SALDO.
           MOVE CREDL-SALDO TO EXT-SAL-VALOR.
           IF CREDL-STATUS-EXPIRADO
               MOVE 'EXPIRADO' TO EXT-SAL-STATUS
           ELSE
               MOVE 'ATIVO' TO EXT-SAL-STATUS
           END-IF.
           MOVE EXT-SALDO TO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE CREDL-DATA-ULT-CREDITO TO EXT-ULT-DATA.
           MOVE EXT-ULTIMO TO EXT-LINHA.
           WRITE EXT-LINHA.

      ******************************* LISTA TODOS OS MOVIMENTOS DO
      ******************************* CLIENTE NO MOVCRED, NA ORDEM EM
      ******************************* QUE FORAM GRAVADOS
       0220-IMPRIMIR-MOVIMENTOS.
           MOVE EXT-TIT-MOVIMENTOS TO EXT-LINHA.
           WRITE EXT-LINHA.
           OPEN INPUT MOVIMENTO-CREDITO.
           IF WRK-FS-MOVCR = '00'
               PERFORM 0221-LER-MOVIMENTO
               PERFORM 0222-IMPRIMIR-MOVIMENTO
                   UNTIL WRK-FIM-MOVIMENTOS
               CLOSE MOVIMENTO-CREDITO
           END-IF.
           IF WRK-QTDE-MOVIMENTOS = ZERO
               MOVE EXT-SEM-MOVIMENTO TO EXT-LINHA
               WRITE EXT-LINHA
           END-IF.

       0221-LER-MOVIMENTO.
           READ MOVIMENTO-CREDITO
               AT END SET WRK-FIM-MOVIMENTOS TO TRUE
           END-READ.

       0222-IMPRIMIR-MOVIMENTO.
           IF MOVCR-CPF = WRK-CPF
               ADD 1 TO WRK-QTDE-MOVIMENTOS
               MOVE MOVCR-DATA  TO EXT-MOV-DATA
               EVALUATE TRUE
                   WHEN MOVCR-TIPO-CREDITO
                       MOVE 'CREDITO'  TO EXT-MOV-TIPO
                   WHEN MOVCR-TIPO-USO
                       MOVE 'USO'      TO EXT-MOV-TIPO
                   WHEN MOVCR-TIPO-EXPIRACAO
                       MOVE 'EXPIRADO' TO EXT-MOV-TIPO
                   WHEN OTHER
                       MOVE MOVCR-TIPO TO EXT-MOV-TIPO
               END-EVALUATE
               MOVE MOVCR-VALOR TO EXT-MOV-VALOR
               MOVE MOVCR-SALDO TO EXT-MOV-SALDO
               MOVE MOVCR-NOTAFISCAL TO EXT-MOV-NOTA
               MOVE EXT-MOVIMENTO TO EXT-LINHA
               WRITE EXT-LINHA
           END-IF.
           PERFORM 0221-LER-MOVIMENTO.

       0300-FINALIZAR.
           CLOSE CLIENTE-MASTER.
           CLOSE CREDITO-LOJA.
           CLOSE EXTRATO-CREDITO.
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
           MOVE 'PROGCOB40E' TO AUDIT-PROGRAMA.
           MOVE WRK-CPF TO AUDIT-ENTRADA-CHAVE (01:11).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
