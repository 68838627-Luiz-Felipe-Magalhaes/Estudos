       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBB.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: ROTINA COMPARTILHADA DE MONTAGEM DO HEADER DOS
      *           ARQUIVOS DE INTERFACE QUE SAEM DA EMPRESA - RECEBE O
      *           REGISTRO DE CONTROLE (CPCTLREM) COM O TIPO DO
      *           ARQUIVO E O PROGRAMA GERADOR, SOMA 1 NA SEQUENCIA
      *           DAQUELE TIPO NO CONTROLE DE SEQUENCIAS (SEQREM, UMA
      *           LINHA POR TIPO, NA MESMA CONVENCAO DO CHECKPA) E
      *           DEVOLVE O HEADER PRONTO, COM A DATA DE PROCESSAMENTO
      *           E A NOVA SEQUENCIA. CHAMADA PELOS PROGRAMAS QUE
      *           GRAVAM REMBANCO, REMFGTS, LIVROFIS, FOLHAENV,
      *           RAZAOENV, REMPAGTO, REMCOBR, NFEREMES, PEDVALE,
      *           ESOCEVT E CENSOESC, NA MESMA CONVENCAO DE ROTINA
      *           COMPARTILHADA DO PROGCOBF
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - PASSA A SER CHAMADA TAMBEM PELOS GERADORES DE
      *                 REMPAGTO, REMCOBR, NFEREMES, PEDVALE, ESOCEVT E
      *                 CENSOESC, CADA TIPO COM A SUA LINHA NO SEQREM
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-SEQUENCIA ASSIGN TO 'SEQREM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEQ.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE-SEQUENCIA.
       01  SEQREM-REGISTRO.
           05  SEQREM-ARQUIVO        PIC X(08).
           05  SEQREM-SEQUENCIA      PIC 9(06).
           05  SEQREM-DATA           PIC 9(08).
       WORKING-STORAGE SECTION.
       77  WRK-FS-SEQ                PIC X(02) VALUE '00'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-SQ-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-SQ-SW                 PIC X(01) VALUE 'N'.
           88  WRK-SQ-ACHOU              VALUE 'S'.
       77  WRK-QTDE-SEQUENCIAS       PIC 9(03) VALUE ZERO.
       01  WRK-TABELA-SEQUENCIAS.
           05  WRK-SEQUENCIA OCCURS 1 TO 50 TIMES
                             DEPENDING ON WRK-QTDE-SEQUENCIAS.
               10  WRK-SQ-ARQUIVO        PIC X(08).
               10  WRK-SQ-SEQUENCIA      PIC 9(06).
               10  WRK-SQ-DATA           PIC 9(08).
       LINKAGE SECTION.
           COPY CPCTLREM.
       PROCEDURE DIVISION USING CTLREM-REGISTRO.
       0001-PRINCIPAL.
           PERFORM 0100-CARREGAR-SEQUENCIAS.
           PERFORM 0200-NUMERAR-HEADER.
           PERFORM 0300-GRAVAR-SEQUENCIAS.
           GOBACK.

      ******************************* CARREGA O SEQREM EM MEMORIA;
      ******************************* SEM O ARQUIVO, TODOS OS TIPOS
      ******************************* COMECAM NA SEQUENCIA 1
       0100-CARREGAR-SEQUENCIAS.
           MOVE ZERO TO WRK-QTDE-SEQUENCIAS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT CONTROLE-SEQUENCIA.
           IF WRK-FS-SEQ NOT = '00'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0110-LER-SEQUENCIA
               PERFORM 0120-GUARDAR-SEQUENCIA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE CONTROLE-SEQUENCIA
           END-IF.

       0110-LER-SEQUENCIA.
           READ CONTROLE-SEQUENCIA
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0120-GUARDAR-SEQUENCIA.
           IF WRK-QTDE-SEQUENCIAS < 50
               ADD 1 TO WRK-QTDE-SEQUENCIAS
               MOVE SEQREM-ARQUIVO
                   TO WRK-SQ-ARQUIVO (WRK-QTDE-SEQUENCIAS)
               MOVE SEQREM-SEQUENCIA
                   TO WRK-SQ-SEQUENCIA (WRK-QTDE-SEQUENCIAS)
               MOVE SEQREM-DATA
                   TO WRK-SQ-DATA (WRK-QTDE-SEQUENCIAS)
           END-IF.
           PERFORM 0110-LER-SEQUENCIA.

      ******************************* PROXIMA SEQUENCIA DO TIPO E
      ******************************* MONTAGEM DO HEADER
       0200-NUMERAR-HEADER.
           MOVE 'N' TO WRK-SQ-SW.
           PERFORM 0210-LOCALIZAR-TIPO
               VARYING WRK-SQ-IDX FROM 1 BY 1
               UNTIL WRK-SQ-IDX > WRK-QTDE-SEQUENCIAS
                  OR WRK-SQ-ACHOU.
           IF WRK-SQ-ACHOU
               SUBTRACT 1 FROM WRK-SQ-IDX
           ELSE
               ADD 1 TO WRK-QTDE-SEQUENCIAS
               MOVE WRK-QTDE-SEQUENCIAS TO WRK-SQ-IDX
               MOVE CTLREM-ARQUIVO TO WRK-SQ-ARQUIVO (WRK-SQ-IDX)
               MOVE ZERO TO WRK-SQ-SEQUENCIA (WRK-SQ-IDX)
           END-IF.
           ADD 1 TO WRK-SQ-SEQUENCIA (WRK-SQ-IDX).
           ACCEPT WRK-SQ-DATA (WRK-SQ-IDX) FROM DATE YYYYMMDD.
           SET CTLREM-HEADER TO TRUE.
           MOVE WRK-SQ-DATA (WRK-SQ-IDX) TO CTLREM-DATA-PROCESSAMENTO.
           MOVE WRK-SQ-SEQUENCIA (WRK-SQ-IDX) TO CTLREM-SEQUENCIA.

       0210-LOCALIZAR-TIPO.
           IF WRK-SQ-ARQUIVO (WRK-SQ-IDX) = CTLREM-ARQUIVO
               SET WRK-SQ-ACHOU TO TRUE
           END-IF.

      ******************************* REGRAVA O SEQREM INTEIRO COM A
      ******************************* SEQUENCIA ATUALIZADA
       0300-GRAVAR-SEQUENCIAS.
           OPEN OUTPUT CONTROLE-SEQUENCIA.
           PERFORM 0310-GRAVAR-SEQUENCIA
               VARYING WRK-SQ-IDX FROM 1 BY 1
               UNTIL WRK-SQ-IDX > WRK-QTDE-SEQUENCIAS.
           CLOSE CONTROLE-SEQUENCIA.

       0310-GRAVAR-SEQUENCIA.
           MOVE WRK-SQ-ARQUIVO (WRK-SQ-IDX)   TO SEQREM-ARQUIVO.
           MOVE WRK-SQ-SEQUENCIA (WRK-SQ-IDX) TO SEQREM-SEQUENCIA.
           MOVE WRK-SQ-DATA (WRK-SQ-IDX)      TO SEQREM-DATA.
           WRITE SEQREM-REGISTRO.
