       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBU.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: ROTINA COMPARTILHADA DE PARAMETRO DO FLUXO DE
      *           FECHAMENTO MENSAL - LE O ARQUIVO MESFECHA GRAVADO
      *           PELO ORQUESTRADOR PROGCOBS E DEVOLVE O MES DE
      *           COMPETENCIA (AAAAMM), O OPERADOR DO FLUXO E O
      *           ARGUMENTO DO STEP, COM O INDICADOR 'S' DE EXECUCAO
      *           DENTRO DO FLUXO; SEM O ARQUIVO, OU COM ELE VAZIO,
      *           DEVOLVE 'N' E O PROGRAMA CHAMADOR PEDE O MES NO
      *           CONSOLE COMO ANTES. CHAMADA PELOS PROGRAMAS MENSAIS
      *           DA TABELA MESDEP, NA MESMA CONVENCAO DE ROTINA
      *           COMPARTILHADA DO PROGCOBF
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
           SELECT PARAMETRO-MES ASSIGN TO 'MESFECHA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MESF.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO-MES.
           COPY CPMESFEC.
       WORKING-STORAGE SECTION.
       77  WRK-FS-MESF               PIC X(02) VALUE '00'.
       LINKAGE SECTION.
       01  LK-ANOMES                 PIC 9(06).
       01  LK-OPERADOR               PIC X(08).
       01  LK-ARGUMENTO              PIC X(20).
       01  LK-FLUXO-SW               PIC X(01).
           88  LK-FLUXO-MENSAL           VALUE 'S'.
       PROCEDURE DIVISION USING LK-ANOMES LK-OPERADOR LK-ARGUMENTO
                                LK-FLUXO-SW.
       0001-PRINCIPAL.
           MOVE 'N' TO LK-FLUXO-SW.
           OPEN INPUT PARAMETRO-MES.
           IF WRK-FS-MESF = '00'
               READ PARAMETRO-MES
                   AT END CONTINUE
               END-READ
               IF WRK-FS-MESF = '00'
                  AND MESF-ANOMES IS NUMERIC
                  AND MESF-ANOMES > ZERO
                   MOVE MESF-ANOMES    TO LK-ANOMES
                   MOVE MESF-OPERADOR  TO LK-OPERADOR
                   MOVE MESF-ARGUMENTO TO LK-ARGUMENTO
                   SET LK-FLUXO-MENSAL TO TRUE
               END-IF
               CLOSE PARAMETRO-MES
           END-IF.
           GOBACK.
