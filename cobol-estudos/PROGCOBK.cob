       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBK.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: ROTINA COMPARTILHADA DO REGISTRO DE ARQUIVOS
      *           RECEBIDOS (REGARQ) - RECEBE O REGISTRO CPREGARQ
      *           MONTADO PELO PROGRAMA DE RECEPCAO COM OS DADOS DO
      *           HEADER/TRAILER E A FUNCAO: C = CONSULTA (DEVOLVE SE
      *           O ARQUIVO E NOVO, JA PROCESSADO - MESMA INTERFACE,
      *           REMETENTE E SEQUENCIA JA REGISTRADOS - OU FORA DE
      *           SEQUENCIA - SEQUENCIA DIFERENTE DA ULTIMA DO
      *           REMETENTE MAIS 1) E G = GRAVA O ARQUIVO ACEITO,
      *           CARIMBANDO DATA E HORA. O PRIMEIRO ARQUIVO DE UM
      *           REMETENTE ACEITA QUALQUER SEQUENCIA. NA MESMA
      *           CONVENCAO DE ROTINA COMPARTILHADA DO PROGCOBG
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
           SELECT REGISTRO-ARQUIVOS ASSIGN TO 'REGARQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REGF-CHAVE
               FILE STATUS IS WRK-FS-REGARQ.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-ARQUIVOS.
       01  REGF-REGISTRO.
           05  REGF-CHAVE.
               10  REGF-INTERFACE        PIC X(08).
               10  REGF-REMETENTE        PIC X(10).
               10  REGF-SEQUENCIA        PIC 9(06).
           05  REGF-DADOS                PIC X(56).
       WORKING-STORAGE SECTION.
       77  WRK-FS-REGARQ            PIC X(02) VALUE '00'.
       77  WRK-EOF-SW               PIC X(01) VALUE 'N'.
           88  WRK-FIM-REMETENTE        VALUE 'S'.
       LINKAGE SECTION.
           COPY CPREGARQ.
       01  LK-FUNCAO                 PIC X(01).
           88  LK-CONSULTAR              VALUE 'C'.
           88  LK-GRAVAR                 VALUE 'G'.
       01  LK-SITUACAO               PIC X(01).
           88  LK-ARQUIVO-NOVO           VALUE 'N'.
           88  LK-JA-PROCESSADO          VALUE 'P'.
           88  LK-FORA-SEQUENCIA         VALUE 'S'.
       01  LK-ULTIMA-SEQUENCIA       PIC 9(06).
       PROCEDURE DIVISION USING RARQ-REGISTRO LK-FUNCAO LK-SITUACAO
                                LK-ULTIMA-SEQUENCIA.
       0001-PRINCIPAL.
           SET LK-ARQUIVO-NOVO TO TRUE.
           MOVE ZERO TO LK-ULTIMA-SEQUENCIA.
           IF LK-GRAVAR
               PERFORM 0200-GRAVAR
           ELSE
               PERFORM 0100-CONSULTAR
           END-IF.
           GOBACK.

      ******************************* REGISTRO AINDA INEXISTENTE =
      ******************************* NENHUM ARQUIVO RECEBIDO, TODO
      ******************************* ARQUIVO E NOVO
       0100-CONSULTAR.
           OPEN INPUT REGISTRO-ARQUIVOS.
           IF WRK-FS-REGARQ = '00'
               MOVE RARQ-CHAVE TO REGF-CHAVE
               READ REGISTRO-ARQUIVOS
                   INVALID KEY
                       PERFORM 0110-BUSCAR-ULTIMA-SEQUENCIA
                   NOT INVALID KEY
                       SET LK-JA-PROCESSADO TO TRUE
               END-READ
               CLOSE REGISTRO-ARQUIVOS
           END-IF.

      ******************************* ULTIMA SEQUENCIA ACEITA DA MESMA
      ******************************* INTERFACE E REMETENTE; A NOVA TEM
      ******************************* DE SER A SEGUINTE
       0110-BUSCAR-ULTIMA-SEQUENCIA.
           MOVE 'N' TO WRK-EOF-SW.
           MOVE RARQ-INTERFACE TO REGF-INTERFACE.
           MOVE RARQ-REMETENTE TO REGF-REMETENTE.
           MOVE ZERO           TO REGF-SEQUENCIA.
           START REGISTRO-ARQUIVOS KEY >= REGF-CHAVE
               INVALID KEY SET WRK-FIM-REMETENTE TO TRUE
           END-START.
           PERFORM 0120-LER-REMETENTE
               UNTIL WRK-FIM-REMETENTE.
           IF LK-ULTIMA-SEQUENCIA > ZERO
              AND RARQ-SEQUENCIA NOT = LK-ULTIMA-SEQUENCIA + 1
               SET LK-FORA-SEQUENCIA TO TRUE
           END-IF.

       0120-LER-REMETENTE.
           READ REGISTRO-ARQUIVOS NEXT
               AT END SET WRK-FIM-REMETENTE TO TRUE
           END-READ.
           IF NOT WRK-FIM-REMETENTE
               IF REGF-INTERFACE NOT = RARQ-INTERFACE
                  OR REGF-REMETENTE NOT = RARQ-REMETENTE
                   SET WRK-FIM-REMETENTE TO TRUE
               ELSE
                   MOVE REGF-SEQUENCIA TO LK-ULTIMA-SEQUENCIA
               END-IF
           END-IF.

       0200-GRAVAR.
           OPEN I-O REGISTRO-ARQUIVOS.
           IF WRK-FS-REGARQ = '35'
               OPEN OUTPUT REGISTRO-ARQUIVOS
               CLOSE REGISTRO-ARQUIVOS
               OPEN I-O REGISTRO-ARQUIVOS
           END-IF.
           ACCEPT RARQ-DATA-PROC FROM DATE YYYYMMDD.
           ACCEPT RARQ-HORA-PROC FROM TIME.
           MOVE RARQ-REGISTRO TO REGF-REGISTRO.
           WRITE REGF-REGISTRO
               INVALID KEY
                   SET LK-JA-PROCESSADO TO TRUE
           END-WRITE.
           CLOSE REGISTRO-ARQUIVOS.
