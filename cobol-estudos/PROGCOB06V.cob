       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB06V.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: AUDITORIA DOS ENDERECOS JA CADASTRADOS CONTRA A
      *           TABELA DE CEP (CEPMAST) - PERCORRE O CLIENTE-
      *           ENDERECO (CLIEND) E LISTA NO RELCEP CADA ENDERECO
      *           SEM CEP, COM CEP FORA DA TABELA OU COM A CIDADE/UF
      *           DIFERENTE DA CIDADE/UF DO CEP, MOSTRANDO O QUE ESTA
      *           CADASTRADO E O QUE A TABELA DIZ, PARA A RETAGUARDA
      *           CORRIGIR PELO PROGCOB06E. EXECUCAO AVULSA, FORA DO
      *           CICLO NOTURNO (RC 4 QUANDO HOUVER ENDERECO LISTADO)
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
           SELECT CLIENTE-ENDERECO ASSIGN TO 'CLIEND'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CEND-CHAVE
               FILE STATUS IS WRK-FS-CEND.
           SELECT CEP-TABELA ASSIGN TO 'CEPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CEP-CODIGO
               FILE STATUS IS WRK-FS-CEP.
           SELECT RELATORIO-CEP ASSIGN TO 'RELCEP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-ENDERECO.
           COPY CPENDER.
       FD  CEP-TABELA.
           COPY CPCEP.
       FD  RELATORIO-CEP.
       01  REL-LINHA                 PIC X(110).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-CEND               PIC X(02) VALUE '00'.
       77  WRK-FS-CEP                PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-CEP-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WRK-CEP-ABERTO            VALUE 'S'.
       77  WRK-CEP-SW                PIC X(01) VALUE 'N'.
           88  WRK-CEP-ACHADO            VALUE 'S'.
       77  WRK-SITUACAO              PIC X(25) VALUE SPACES.
       77  WRK-QTDE-LIDOS            PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-CONFEREM         PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-SEM-CEP          PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-CEP-INEXISTENTE  PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-DIVERGENTES      PIC 9(07) VALUE ZERO.
       01  REL-CABECALHO.
           05  FILLER                  PIC X(60) VALUE
               'AUDITORIA DOS ENDERECOS DE CLIENTES X TABELA DE CEP'.
       01  REL-CABECALHO-COLUNAS.
           05  FILLER                  PIC X(16) VALUE 'CPF         NR'.
           05  FILLER                  PIC X(10) VALUE 'CEP'.
           05  FILLER                  PIC X(25) VALUE
               'CADASTRADO'.
           05  FILLER                  PIC X(25) VALUE
               'PELA TABELA DE CEP'.
           05  FILLER                  PIC X(25) VALUE 'SITUACAO'.
       01  REL-DETALHE.
           05  REL-DET-CPF             PIC X(11).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  REL-DET-NUMERO          PIC 9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  REL-DET-CEP             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  REL-DET-CIDADE          PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  REL-DET-UF              PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  REL-DET-CIDADE-CEP      PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  REL-DET-UF-CEP          PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  REL-DET-SITUACAO        PIC X(25).
       01  REL-TOTAL.
           05  FILLER                  PIC X(26) VALUE
               'ENDERECOS LIDOS.......... '.
           05  REL-TOT-LIDOS           PIC ZZZZZZ9.
           05  FILLER                  PIC X(26) VALUE
               '  CONFEREM COM O CEP..... '.
           05  REL-TOT-CONFEREM        PIC ZZZZZZ9.
       01  REL-TOTAL-LISTADOS.
           05  FILLER                  PIC X(26) VALUE
               'SEM CEP.................. '.
           05  REL-TOT-SEM-CEP         PIC ZZZZZZ9.
           05  FILLER                  PIC X(26) VALUE
               '  CEP FORA DA TABELA..... '.
           05  REL-TOT-INEXISTENTE     PIC ZZZZZZ9.
           05  FILLER                  PIC X(26) VALUE
               '  CIDADE/UF DIVERGENTE... '.
           05  REL-TOT-DIVERGENTES     PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
               UNTIL WRK-FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT CEP-TABELA.
           IF WRK-FS-CEP = '00'
               SET WRK-CEP-ABERTO TO TRUE
           ELSE
               DISPLAY 'TABELA DE CEP INDISPONIVEL - RODAR A CARGA '
                       '(PROGCOB06L) ANTES DA AUDITORIA'
           END-IF.
           OPEN OUTPUT RELATORIO-CEP.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-CABECALHO-COLUNAS TO REL-LINHA.
           WRITE REL-LINHA.
           OPEN INPUT CLIENTE-ENDERECO.
           IF WRK-FS-CEND NOT = '00'
               DISPLAY 'CADASTRO DE ENDERECOS INDISPONIVEL'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0210-LER-ENDERECO
           END-IF.

       0200-PROCESSAR.
           ADD 1 TO WRK-QTDE-LIDOS.
           MOVE SPACES TO WRK-SITUACAO.
           MOVE 'N' TO WRK-CEP-SW.
           MOVE SPACES TO CEP-CIDADE CEP-UF.
           IF CEND-CEP NOT NUMERIC
               ADD 1 TO WRK-QTDE-SEM-CEP
               MOVE 'SEM CEP' TO WRK-SITUACAO
           ELSE
               PERFORM 0220-LER-CEP
               IF NOT WRK-CEP-ACHADO
                   ADD 1 TO WRK-QTDE-CEP-INEXISTENTE
                   MOVE 'CEP FORA DA TABELA' TO WRK-SITUACAO
               ELSE
                   IF CEND-CIDADE NOT = CEP-CIDADE
                      OR CEND-UF NOT = CEP-UF
                       ADD 1 TO WRK-QTDE-DIVERGENTES
                       MOVE 'CIDADE/UF DIVERGE DO CEP' TO WRK-SITUACAO
                   ELSE
                       ADD 1 TO WRK-QTDE-CONFEREM
                   END-IF
               END-IF
           END-IF.
           IF WRK-SITUACAO NOT = SPACES
               PERFORM 0230-IMPRIMIR-ENDERECO
           END-IF.
           PERFORM 0210-LER-ENDERECO.

       0210-LER-ENDERECO.
           READ CLIENTE-ENDERECO NEXT RECORD
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0220-LER-CEP.
           IF WRK-CEP-ABERTO
               MOVE CEND-CEP TO CEP-CODIGO
               READ CEP-TABELA
                   INVALID KEY
                       MOVE SPACES TO CEP-CIDADE CEP-UF
                   NOT INVALID KEY
                       SET WRK-CEP-ACHADO TO TRUE
               END-READ
           END-IF.

      ******************************* ENDERECO LISTADO: O CADASTRADO
      ******************************* AO LADO DO QUE A TABELA DE CEP
      ******************************* INDICA PARA O MESMO CEP
       0230-IMPRIMIR-ENDERECO.
           MOVE CEND-CPF      TO REL-DET-CPF.
           MOVE CEND-NUMERO   TO REL-DET-NUMERO.
           MOVE CEND-CEP      TO REL-DET-CEP.
           MOVE CEND-CIDADE   TO REL-DET-CIDADE.
           MOVE CEND-UF       TO REL-DET-UF.
           MOVE CEP-CIDADE    TO REL-DET-CIDADE-CEP.
           MOVE CEP-UF        TO REL-DET-UF-CEP.
           MOVE WRK-SITUACAO  TO REL-DET-SITUACAO.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.

       0300-FINALIZAR.
           MOVE WRK-QTDE-LIDOS           TO REL-TOT-LIDOS.
           MOVE WRK-QTDE-CONFEREM        TO REL-TOT-CONFEREM.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTDE-SEM-CEP         TO REL-TOT-SEM-CEP.
           MOVE WRK-QTDE-CEP-INEXISTENTE TO REL-TOT-INEXISTENTE.
           MOVE WRK-QTDE-DIVERGENTES     TO REL-TOT-DIVERGENTES.
           MOVE REL-TOTAL-LISTADOS TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-QTDE-CONFEREM < WRK-QTDE-LIDOS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-FS-CEND = '00' OR WRK-FS-CEND = '10'
               CLOSE CLIENTE-ENDERECO
           END-IF.
           IF WRK-CEP-ABERTO
               CLOSE CEP-TABELA
           END-IF.
           CLOSE RELATORIO-CEP.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - ENDERECOS LIDOS: '
                   WRK-QTDE-LIDOS ' LISTADOS: '
                   WRK-QTDE-SEM-CEP ' SEM CEP / '
                   WRK-QTDE-CEP-INEXISTENTE ' FORA DA TABELA / '
                   WRK-QTDE-DIVERGENTES ' DIVERGENTES'.

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
           MOVE 'PROGCOB06V' TO AUDIT-PROGRAMA.
           MOVE 'LOTE CLIEND' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'AUDITORIA DE ENDERECOS X CEP' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
