       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB06C.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: MANUTENCAO DO CONSENTIMENTO DE MARKETING DO CLIENTE
      *           (CONSENT-MASTER), POR CPF E CANAL (S = SMS,
      *           E = E-MAIL, T = TELEFONE) - REGISTRA A ADESAO (I) OU
      *           A RETIRADA (O) DO CONSENTIMENTO COM A ORIGEM DO
      *           PEDIDO E O OPERADOR. O MASTER GUARDA A SITUACAO
      *           ATUAL E CADA MUDANCA E ACRESCENTADA AO HISTORICO DE
      *           CONSENTIMENTO (CONSHIST), SEM REGRAVAR AS LINHAS
      *           ANTERIORES. O CLIENTE PRECISA ESTAR NO CADASTRO
      *           (CLIENTE-MASTER)
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
           SELECT CONSENT-MASTER ASSIGN TO 'CONSENT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONS-CHAVE
               FILE STATUS IS WRK-FS-CONS.
           SELECT CONSENT-HISTORICO ASSIGN TO 'CONSHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONSH.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
           COPY CPCLIMA.
       FD  CONSENT-MASTER.
           COPY CPCONSEN.
       FD  CONSENT-HISTORICO.
           COPY CPCONSH.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-CLIMA              PIC X(02) VALUE '00'.
       77  WRK-FS-CONS               PIC X(02) VALUE '00'.
       77  WRK-FS-CONSH              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-CPF                   PIC X(11) VALUE SPACES.
       77  WRK-CANAL                 PIC X(01) VALUE SPACES.
           88  WRK-CANAL-VALIDO          VALUE 'S' 'E' 'T'.
       77  WRK-ACAO-SW               PIC X(01) VALUE SPACES.
           88  WRK-ACAO-ADERIR           VALUE 'I'.
           88  WRK-ACAO-RETIRAR          VALUE 'O'.
       77  WRK-ORIGEM                PIC X(10) VALUE SPACES.
       77  WRK-NOVA-SITUACAO         PIC X(01) VALUE SPACES.
       77  WRK-SITUACAO-ANTERIOR     PIC X(01) VALUE SPACES.
       77  WRK-CONSENT-SW            PIC X(01) VALUE 'N'.
           88  WRK-CONSENT-EXISTE        VALUE 'S'.
       77  WRK-CLIENTE-SW            PIC X(01) VALUE 'N'.
           88  WRK-CLIENTE-OK            VALUE 'S'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-HORA                  PIC 9(08) VALUE ZEROS.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           MOVE 'N' TO WRK-CLIENTE-SW.
           MOVE 'N' TO WRK-CONSENT-SW.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA FROM TIME.
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'CPF DO CLIENTE..'.
           ACCEPT WRK-CPF FROM CONSOLE.
           DISPLAY 'CANAL (S=SMS / E=E-MAIL / T=TELEFONE)..'.
           ACCEPT WRK-CANAL FROM CONSOLE.
           DISPLAY 'ACAO (I=ADESAO / O=RETIRADA DO CONSENTIMENTO)..'.
           ACCEPT WRK-ACAO-SW FROM CONSOLE.
           DISPLAY 'ORIGEM (LOJA, SITE, SAC, TELEFONE...)..'.
           ACCEPT WRK-ORIGEM FROM CONSOLE.
           OPEN INPUT CLIENTE-MASTER.
           OPEN I-O CONSENT-MASTER.
           IF WRK-FS-CONS = '35'
               OPEN OUTPUT CONSENT-MASTER
               CLOSE CONSENT-MASTER
               OPEN I-O CONSENT-MASTER
           END-IF.

       0200-PROCESSAR.
           MOVE WRK-CPF TO CLIMA-CPF.
           READ CLIENTE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-CLIENTE-OK TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT WRK-CLIENTE-OK
                   DISPLAY 'CLIENTE NAO CADASTRADO - CPF: ' WRK-CPF
                   MOVE 'CLIENTE NAO CADASTRADO' TO WRK-AUDIT-RESULTADO
                   MOVE 16 TO RETURN-CODE
               WHEN NOT WRK-CANAL-VALIDO
                   DISPLAY 'CANAL INVALIDO - NADA FOI ALTERADO'
                   MOVE 'CANAL INVALIDO' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-ACAO-ADERIR
                   MOVE 'S' TO WRK-NOVA-SITUACAO
                   PERFORM 0210-REGISTRAR-CONSENTIMENTO
               WHEN WRK-ACAO-RETIRAR
                   MOVE 'N' TO WRK-NOVA-SITUACAO
                   PERFORM 0210-REGISTRAR-CONSENTIMENTO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA - NADA FOI ALTERADO'
                   MOVE 'ACAO INVALIDA' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ******************************* GRAVA A NOVA SITUACAO DO CANAL NO
      ******************************* MASTER E ACRESCENTA A MUDANCA AO
      ******************************* HISTORICO; PEDIDO QUE NAO MUDA A
      ******************************* SITUACAO ATUAL NAO GERA HISTORICO
       0210-REGISTRAR-CONSENTIMENTO.
           MOVE WRK-CPF   TO CONS-CPF.
           MOVE WRK-CANAL TO CONS-CANAL.
           READ CONSENT-MASTER
               INVALID KEY
                   MOVE SPACE TO WRK-SITUACAO-ANTERIOR
               NOT INVALID KEY
                   SET WRK-CONSENT-EXISTE TO TRUE
                   MOVE CONS-SITUACAO TO WRK-SITUACAO-ANTERIOR
           END-READ.
           IF WRK-SITUACAO-ANTERIOR = WRK-NOVA-SITUACAO
               DISPLAY 'CONSENTIMENTO JA ESTAVA NESTA SITUACAO - CPF: '
                       WRK-CPF ' CANAL: ' WRK-CANAL
               MOVE 'CONSENTIMENTO SEM ALTERACAO'
                   TO WRK-AUDIT-RESULTADO
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0220-GRAVAR-CONSENTIMENTO
               PERFORM 0230-GRAVAR-HISTORICO
           END-IF.

       0220-GRAVAR-CONSENTIMENTO.
           INITIALIZE CONS-REGISTRO.
           MOVE WRK-CPF           TO CONS-CPF.
           MOVE WRK-CANAL         TO CONS-CANAL.
           MOVE WRK-NOVA-SITUACAO TO CONS-SITUACAO.
           MOVE WRK-DATAHOJE      TO CONS-DATA.
           MOVE WRK-ORIGEM        TO CONS-ORIGEM.
           MOVE WRK-OPERADOR      TO CONS-OPERADOR.
           IF WRK-CONSENT-EXISTE
               REWRITE CONS-REGISTRO
           ELSE
               WRITE CONS-REGISTRO
           END-IF.
           IF CONS-CONSENTIU
               DISPLAY 'ADESAO REGISTRADA - CPF: ' WRK-CPF
                       ' CANAL: ' WRK-CANAL
               MOVE 'ADESAO AO MARKETING GRAVADA'
                   TO WRK-AUDIT-RESULTADO
           ELSE
               DISPLAY 'RETIRADA REGISTRADA - CPF: ' WRK-CPF
                       ' CANAL: ' WRK-CANAL
               MOVE 'RETIRADA DO MARKETING GRAVADA'
                   TO WRK-AUDIT-RESULTADO
           END-IF.

       0230-GRAVAR-HISTORICO.
           OPEN EXTEND CONSENT-HISTORICO.
           IF WRK-FS-CONSH = '35'
               OPEN OUTPUT CONSENT-HISTORICO
               CLOSE CONSENT-HISTORICO
               OPEN EXTEND CONSENT-HISTORICO
           END-IF.
           INITIALIZE CONSH-REGISTRO.
           MOVE WRK-CPF               TO CONSH-CPF.
           MOVE WRK-CANAL             TO CONSH-CANAL.
           MOVE WRK-NOVA-SITUACAO     TO CONSH-SITUACAO.
           MOVE WRK-SITUACAO-ANTERIOR TO CONSH-SITUACAO-ANTERIOR.
           MOVE WRK-DATAHOJE          TO CONSH-DATA.
           MOVE WRK-HORA              TO CONSH-HORA.
           MOVE WRK-ORIGEM            TO CONSH-ORIGEM.
           MOVE WRK-OPERADOR          TO CONSH-OPERADOR.
           WRITE CONSH-REGISTRO.
           CLOSE CONSENT-HISTORICO.

       0300-FINALIZAR.
           CLOSE CLIENTE-MASTER.
           CLOSE CONSENT-MASTER.
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
           MOVE 'PROGCOB06C' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-CPF TO AUDIT-ENTRADA-CHAVE (01:11).
           MOVE WRK-CANAL TO AUDIT-ENTRADA-CHAVE (13:01).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
